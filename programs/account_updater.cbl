           SELECT PRODMAST ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CDMAST ASSIGN TO "CDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDMAST-STATUS.
           SELECT HOLDS ASSIGN TO "HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT REVPARM ASSIGN TO "REVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVPARM-STATUS.
           SELECT TRANHIST ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT DUALPARM ASSIGN TO "DUALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUALPARM-STATUS.
           SELECT PENDAPPR ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDAPPR-STATUS.
           SELECT APPRREL ASSIGN TO "APPRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRREL-STATUS.
           SELECT XFERPARM ASSIGN TO "XFERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERPARM-STATUS.
           SELECT XFEROUT ASSIGN TO "XFEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFEROUT-STATUS.
           SELECT LOANMAST ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT LOANPMTQ ASSIGN TO "LOANPMTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPMTQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODMAST.
       01  PRODMAST-RECORD         PIC X(100).

       FD  CDMAST.
       01  CDMAST-RECORD           PIC X(100).

       FD  HOLDS.
       01  HOLDS-RECORD            PIC X(80).

       FD  REVPARM.
       01  REVPARM-RECORD          PIC X(80).

       FD  TRANHIST.
       01  TRANHIST-RECORD         PIC X(132).

       FD  DUALPARM.
       01  DUALPARM-RECORD         PIC X(80).

       FD  PENDAPPR.
       01  PENDAPPR-RECORD         PIC X(125).

       FD  APPRREL.
       01  APPRREL-RECORD          PIC X(80).

       FD  XFERPARM.
       01  XFERPARM-RECORD         PIC X(120).

       FD  XFEROUT.
       01  XFEROUT-RECORD          PIC X(132).

       FD  LOANMAST.
       01  LOANMAST-RECORD         PIC X(200).

       FD  LOANPMTQ.
       01  LOANPMTQ-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-SUCCESS-COUNT        PIC 9(7) VALUE 0.
           05  WS-RUN-TXN-ID       OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON WS-RUN-ID-COUNT
                                    PIC X(10).
       01  WS-CDMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-MAX-CD-LIMIT         PIC 9(5) VALUE 5000.
       01  WS-CD-COUNT             PIC 9(5) VALUE 0.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-CD-COUNT.
               10  WS-CD-ACCT      PIC X(5).
               10  WS-CD-MATURITY-DT PIC X(8).
               10  WS-CD-RATE      PIC 9V9999.
               10  WS-CD-PENALTY-DAYS PIC 9(3).
       01  WS-CD-TERM-STR          PIC X(5).
       01  WS-CD-ISSUE-STR         PIC X(10).
       01  WS-CD-RATE-STR          PIC X(10).
       01  WS-CD-PENALTY-STR       PIC X(5).
       01  WS-CD-IDX               PIC 9(5) VALUE 0.
       01  WS-CD-PENALTY-AMT       PIC 9(7)V99.
       01  WS-CD-PENALTY-COUNT     PIC 9(5) VALUE 0.
       01  WS-HOLDS-STATUS         PIC X(2) VALUE SPACES.
       01  WS-MAX-HOLD-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-HOLD-COUNT           PIC 9(5) VALUE 0.
       01  WS-HOLDS-TABLE.
           05  WS-HOLD-ENTRY       OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-HOLD-COUNT.
               10  WS-HOLD-ACCT    PIC X(5).
               10  WS-HOLD-ID      PIC X(10).
               10  WS-HOLD-AMOUNT  PIC 9(7)V99.
               10  WS-HOLD-REASON  PIC X(10).
               10  WS-HOLD-PLACED-DT PIC X(8).
               10  WS-HOLD-EXPIRY-DT PIC X(8).
       01  WS-HOLD-IN-ACCT         PIC X(5).
       01  WS-HOLD-IN-ID           PIC X(10).
       01  WS-HOLD-IN-AMT-STR      PIC X(12).
       01  WS-HOLD-IN-REASON       PIC X(10).
       01  WS-HOLD-IN-PLACED       PIC X(8).
       01  WS-HOLD-IN-EXPIRY       PIC X(8).
       01  WS-HOLD-AMT             PIC 9(7)V99.
       01  WS-HOLD-AMT-EDIT        PIC 9(7).99.
       01  WS-HELD-AMT             PIC 9(9)V99.
       01  WS-HOLD-IDX             PIC 9(5) VALUE 0.
       01  WS-HOLD-EXPIRED-COUNT   PIC 9(5) VALUE 0.
       01  WS-SAVE-DT-DIGITS       PIC X(8).
       01  WS-REVPARM-STATUS       PIC X(2) VALUE SPACES.
       01  WS-TRANHIST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-REV-PARM-RECORD      VALUE SPACES.
           05  WS-REV-PARM-WINDOW  PIC X(5).
       01  WS-REV-WINDOW-DAYS      PIC 9(5) VALUE 90.
       01  WS-MAX-REV-REQ-LIMIT    PIC 9(4) VALUE 1000.
       01  WS-REV-REQ-COUNT        PIC 9(4) VALUE 0.
       01  WS-REV-REQ-TABLE.
           05  WS-REV-REQ-ENTRY    OCCURS 1 TO 1000 TIMES
                                    DEPENDING ON WS-REV-REQ-COUNT.
               10  WS-REV-REQ-ID   PIC X(10).
               10  WS-REV-REQ-DONE PIC X.
       01  WS-MAX-REV-LEG-LIMIT    PIC 9(4) VALUE 4000.
       01  WS-REV-LEG-COUNT        PIC 9(4) VALUE 0.
       01  WS-REV-LEG-TABLE.
           05  WS-REV-LEG-ENTRY    OCCURS 1 TO 4000 TIMES
                                    DEPENDING ON WS-REV-LEG-COUNT.
               10  WS-REV-LEG-ORIG-ID PIC X(10).
               10  WS-REV-LEG-ACCT PIC X(5).
               10  WS-REV-LEG-TYPE PIC X(15).
               10  WS-REV-LEG-AMT  PIC 9(7)V99.
               10  WS-REV-LEG-DATE PIC X(8).
       01  WS-REV-SCAN-ID          PIC X(10).
       01  WS-REV-SCAN-TYPE        PIC X(15).
       01  WS-REV-SCAN-ORIG        PIC X(20).
       01  WS-REV-SCAN-FILLER      PIC X(10).
       01  WS-LEG-IN-RUN-DATE      PIC X(8).
       01  WS-LEG-IN-RUN-NO        PIC X(7).
       01  WS-LEG-IN-ACCT          PIC X(5).
       01  WS-LEG-IN-TXN-ID        PIC X(10).
       01  WS-LEG-IN-TYPE          PIC X(15).
       01  WS-LEG-IN-AMT-STR       PIC X(12).
       01  WS-LEG-IN-BEFORE-STR    PIC X(12).
       01  WS-LEG-IN-AFTER-STR     PIC X(12).
       01  WS-LEG-IN-DATE-STR      PIC X(10).
       01  WS-LEG-IN-ACCT-TYPE     PIC X(10).
       01  WS-LEG-IN-ORIG-ID       PIC X(10).
       01  WS-LEG-IN-AMT           PIC 9(7)V99.
       01  WS-LEG-IN-DATE          PIC X(8).
       01  WS-REV-R                PIC 9(4).
       01  WS-REV-L                PIC 9(4).
       01  WS-REV-REQ-IDX          PIC 9(4) VALUE 0.
       01  WS-REV-PRIMARY-IDX      PIC 9(4) VALUE 0.
       01  WS-REV-PRIMARY-COUNT    PIC 9(4) VALUE 0.
       01  WS-REV-ORIG-ID          PIC X(10).
       01  WS-REV-DATE-NUM         PIC 9(8).
       01  WS-REV-AGE-DAYS         PIC S9(7).
       01  WS-REV-LEG-BALANCE      PIC S9(7)V99.
       01  WS-REV-PRIMARY-AMT      PIC 9(7)V99.
       01  WS-REVERSAL-COUNT       PIC 9(5) VALUE 0.
       01  WS-AUDIT-ORIG-TXN-ID    PIC X(10) VALUE SPACES.
       01  WS-AUDIT-PTR            PIC 9(3).
       01  WS-DUALPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-PENDAPPR-STATUS      PIC X(2) VALUE SPACES.
       01  WS-APPRREL-STATUS       PIC X(2) VALUE SPACES.
       01  WS-MAX-DUAL-LIMIT       PIC 9(2) VALUE 50.
       01  WS-DUAL-COUNT           PIC 9(2) VALUE 0.
       01  WS-DUAL-TABLE.
           05  WS-DUAL-ENTRY       OCCURS 1 TO 50 TIMES
                                    DEPENDING ON WS-DUAL-COUNT.
               10  WS-DUAL-TYPE    PIC X(15).
               10  WS-DUAL-ALWAYS  PIC X.
               10  WS-DUAL-LIMIT   PIC 9(7)V99.
       01  WS-DUAL-IN-TYPE         PIC X(15).
       01  WS-DUAL-IN-LIMIT        PIC X(12).
       01  WS-DUAL-AMT             PIC 9(7)V99.
       01  WS-DUAL-D               PIC 9(2).
       01  WS-DUAL-RULE            PIC X(15).
       01  WS-TXN-QUEUED-FLAG      PIC X VALUE 'N'.
       01  WS-APPROVED-SWEEP-FLAG  PIC X VALUE 'N'.
       01  WS-WAREHOUSE-SWEEP-FLAG PIC X VALUE 'N'.
       01  WS-BATCH-OPERATOR       PIC X(8) VALUE SPACES.
       01  WS-QUEUED-COUNT         PIC 9(7) VALUE 0.
       01  WS-APPR-SWEPT-COUNT     PIC 9(7) VALUE 0.
       01  WS-CHKPOINT-APPR-STR    PIC X(9).
       01  WS-CHKPOINT-QUEUED-STR  PIC X(9).
       01  WS-MAX-PEND-APPR-LIMIT  PIC 9(5) VALUE 5000.
       01  WS-PEND-APPR-COUNT      PIC 9(5) VALUE 0.
       01  WS-PEND-APPR-TABLE.
           05  WS-PEND-APPR-ID     OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-PEND-APPR-COUNT
                                    PIC X(10).
       01  WS-PEND-APPR-FOUND-FLAG PIC X VALUE 'N'.
       01  WS-PENDAPPR-LINE.
           05  WS-PA-QUEUED-DATE   PIC X(8).
           05  FILLER              PIC X VALUE ','.
           05  WS-PA-ENTERED-BY    PIC X(8).
           05  FILLER              PIC X VALUE ','.
           05  WS-PA-RULE          PIC X(15).
           05  FILLER              PIC X VALUE ','.
           05  WS-PA-STATUS        PIC X.
           05  FILLER              PIC X VALUE ','.
           05  WS-PA-APPROVER      PIC X(8).
           05  FILLER              PIC X VALUE ','.
           05  WS-PA-TRANSACTION   PIC X(80).
       01  WS-XFERPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-XFEROUT-STATUS       PIC X(2) VALUE SPACES.
       01  WS-XFER-PARM-RECORD     VALUE SPACES.
           05  WS-XFER-PARM-CLEARING PIC X(5).
           05  FILLER              PIC X(115).
       01  WS-CLEARING-ACCT        PIC X(5) VALUE SPACES.
       01  WS-EXT-ROUTING          PIC X(20).
       01  WS-EXT-ROUTING-DIGITS REDEFINES WS-EXT-ROUTING.
           05  WS-EXT-RTN-DIGIT    PIC 9 OCCURS 9 TIMES.
           05  FILLER              PIC X(11).
       01  WS-EXT-ACCOUNT          PIC X(20).
       01  WS-EXT-NAME             PIC X(22).
       01  WS-EXT-CHECK-SUM        PIC 9(4).
       01  WS-XFER-OUT-COUNT       PIC 9(7) VALUE 0.
       01  WS-XFEROUT-LINE         PIC X(132) VALUE SPACES.
       01  WS-LOANMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-LOANPMTQ-STATUS      PIC X(2) VALUE SPACES.
       01  WS-MAX-LOAN-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-LOAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY       OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-LOAN-COUNT.
               10  WS-LOAN-ID      PIC X(5).
               10  WS-LOAN-STATUS  PIC X.
               10  WS-LOAN-PAYOFF  PIC S9(9)V99.
       01  WS-LOAN-FIELD-1         PIC X(12).
       01  WS-LOAN-FIELD-2         PIC X(12).
       01  WS-LOAN-FIELD-3         PIC X(12).
       01  WS-LOAN-FIELD-4         PIC X(12).
       01  WS-LOAN-FIELD-5         PIC X(12).
       01  WS-LOAN-FIELD-6         PIC X(12).
       01  WS-LOAN-FIELD-7         PIC X(12).
       01  WS-LOAN-PRIN-STR        PIC X(12).
       01  WS-LOAN-INT-STR         PIC X(12).
       01  WS-LOAN-FEE-STR         PIC X(12).
       01  WS-LOAN-STATUS-STR      PIC X(2).
       01  WS-LOAN-IN-ID           PIC X(20).
       01  WS-LOAN-IDX             PIC 9(5) VALUE 0.
       01  WS-LOAN-PMT-COUNT       PIC 9(7) VALUE 0.
       01  WS-LOANPMTQ-LINE        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM
           PERFORM LOAD-PRODUCT-MASTER
           PERFORM LOAD-CD-MASTER
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-ACCOUNT-HOLDS
           PERFORM LOAD-DUAL-CONTROL-PARMS
           PERFORM LOAD-TRANSFER-PARAMETERS
           PERFORM LOAD-PENDING-APPROVAL-IDS
           PERFORM CHECK-FOR-RESTART
           PERFORM VERIFY-BATCH-CONTROLS
           PERFORM LOAD-PRIOR-TXN-IDS
           PERFORM LOAD-REVERSAL-CANDIDATES
           IF WS-RESTART-FLAG = 'Y'
               DISPLAY "ACCOUNT-UPDATER: Restarting from checkpoint "
                       "after " WS-TRANS-COUNT " transactions"
           PERFORM PROCESS-ALL-TRANSACTIONS
           PERFORM WRITE-POSTED-TXN-IDS
           PERFORM CLEAR-CHECKPOINT
           PERFORM CLEAR-APPROVED-RELEASES
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "ACCOUNT-UPDATER: Updates completed"
                   WS-SWEPT-COUNT
           DISPLAY "ACCOUNT-UPDATER: Future-dated warehoused: "
                   WS-WAREHOUSED-COUNT
           DISPLAY "ACCOUNT-UPDATER: Approved items swept: "
                   WS-APPR-SWEPT-COUNT
           DISPLAY "ACCOUNT-UPDATER: Held for approval: "
                   WS-QUEUED-COUNT
           DISPLAY "ACCOUNT-UPDATER: External transfers queued: "
                   WS-XFER-OUT-COUNT
           DISPLAY "ACCOUNT-UPDATER: Loan payments queued: "
                   WS-LOAN-PMT-COUNT
           
           STOP RUN.
       
               END-IF
           END-PERFORM.

       LOAD-CD-MASTER.
           MOVE 0 TO WS-CD-COUNT.
           OPEN INPUT CDMAST.
           IF WS-CDMAST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CDMAST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-CD-COUNT >= WS-MAX-CD-LIMIT
                               CLOSE CDMAST
                               MOVE "CD MASTER TABLE FULL"
                                   TO WS-ABEND-REASON
                               PERFORM ABEND-BATCH-CONTROLS
                           ELSE
                               ADD 1 TO WS-CD-COUNT
                               UNSTRING CDMAST-RECORD
                                       DELIMITED BY ','
                                   INTO WS-CD-ACCT(WS-CD-COUNT),
                                        WS-CD-TERM-STR,
                                        WS-CD-ISSUE-STR,
                                        WS-CD-MATURITY-DT(WS-CD-COUNT),
                                        WS-CD-RATE-STR,
                                        WS-CD-PENALTY-STR
                               END-UNSTRING
                               MOVE FUNCTION NUMVAL(WS-CD-RATE-STR)
                                   TO WS-CD-RATE(WS-CD-COUNT)
                               MOVE FUNCTION NUMVAL(WS-CD-PENALTY-STR)
                                   TO WS-CD-PENALTY-DAYS(WS-CD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CDMAST
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
                               MOVE "LOAN MASTER TABLE FULL"
                                   TO WS-ABEND-REASON
                               PERFORM ABEND-BATCH-CONTROLS
                           ELSE
                               ADD 1 TO WS-LOAN-COUNT
                               UNSTRING LOANMAST-RECORD
                                       DELIMITED BY ','
                                   INTO WS-LOAN-ID(WS-LOAN-COUNT),
                                        WS-LOAN-FIELD-1,
                                        WS-LOAN-FIELD-2,
                                        WS-LOAN-FIELD-3,
                                        WS-LOAN-FIELD-4,
                                        WS-LOAN-FIELD-5,
                                        WS-LOAN-FIELD-6,
                                        WS-LOAN-FIELD-7,
                                        WS-LOAN-PRIN-STR,
                                        WS-LOAN-INT-STR,
                                        WS-LOAN-FEE-STR,
                                        WS-LOAN-STATUS-STR
                               END-UNSTRING
                               MOVE WS-LOAN-STATUS-STR
                                   TO WS-LOAN-STATUS(WS-LOAN-COUNT)
                               COMPUTE WS-LOAN-PAYOFF(WS-LOAN-COUNT) =
                                   FUNCTION NUMVAL(WS-LOAN-PRIN-STR)
                                   + FUNCTION NUMVAL(WS-LOAN-INT-STR)
                                   + FUNCTION NUMVAL(WS-LOAN-FEE-STR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANMAST
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOANPMTQ.
           IF WS-LOANPMTQ-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LOANPMTQ
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           UNSTRING LOANPMTQ-RECORD DELIMITED BY ','
                               INTO WS-LOAN-FIELD-1, WS-LOAN-FIELD-2,
                                    WS-LOAN-IN-ID, WS-LOAN-FIELD-3
                           END-UNSTRING
                           PERFORM FIND-LOAN-ENTRY
                           IF WS-LOAN-IDX > 0
                               SUBTRACT FUNCTION NUMVAL(WS-LOAN-FIELD-3)
                                   FROM WS-LOAN-PAYOFF(WS-LOAN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANPMTQ
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       FIND-LOAN-ENTRY.
           MOVE 0 TO WS-LOAN-IDX.
           PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-LOAN-COUNT
               IF WS-LOAN-ID(WS-K) = WS-LOAN-IN-ID
                   MOVE WS-K TO WS-LOAN-IDX
               END-IF
           END-PERFORM.

       FIND-CD-FOR-ACCOUNT.
           MOVE 0 TO WS-CD-IDX.
           PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-CD-COUNT
               IF WS-CD-ACCT(WS-K) = WS-CURRENT-ACCT
                   MOVE WS-K TO WS-CD-IDX
               END-IF
           END-PERFORM.

       LOAD-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 0 TO WS-HOLD-EXPIRED-COUNT.
           OPEN INPUT HOLDS.
           IF WS-HOLDS-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HOLDS
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE HOLDS
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-HOLD-EXPIRED-COUNT > 0
               PERFORM REWRITE-ACCOUNT-HOLDS
               DISPLAY "ACCOUNT-UPDATER: Expired holds removed: "
                       WS-HOLD-EXPIRED-COUNT
           END-IF.

       STORE-HOLD-RECORD.
           MOVE SPACES TO WS-HOLD-IN-EXPIRY.
           UNSTRING HOLDS-RECORD DELIMITED BY ','
               INTO WS-HOLD-IN-ACCT, WS-HOLD-IN-ID,
                    WS-HOLD-IN-AMT-STR, WS-HOLD-IN-REASON,
                    WS-HOLD-IN-PLACED, WS-HOLD-IN-EXPIRY
           END-UNSTRING.
           IF WS-HOLD-IN-EXPIRY NOT = SPACES
               AND WS-HOLD-IN-EXPIRY < WS-RUN-DATE
               ADD 1 TO WS-HOLD-EXPIRED-COUNT
           ELSE
               IF WS-HOLD-COUNT >= WS-MAX-HOLD-LIMIT
                   CLOSE HOLDS
                   MOVE "HOLDS TABLE FULL" TO WS-ABEND-REASON
                   PERFORM ABEND-BATCH-CONTROLS
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-HOLD-IN-ACCT TO WS-HOLD-ACCT(WS-HOLD-COUNT)
               MOVE WS-HOLD-IN-ID TO WS-HOLD-ID(WS-HOLD-COUNT)
               MOVE FUNCTION NUMVAL(WS-HOLD-IN-AMT-STR)
                   TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
               MOVE WS-HOLD-IN-REASON TO WS-HOLD-REASON(WS-HOLD-COUNT)
               MOVE WS-HOLD-IN-PLACED
                   TO WS-HOLD-PLACED-DT(WS-HOLD-COUNT)
               MOVE WS-HOLD-IN-EXPIRY
                   TO WS-HOLD-EXPIRY-DT(WS-HOLD-COUNT)
           END-IF.

       REWRITE-ACCOUNT-HOLDS.
           OPEN OUTPUT HOLDS.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-AMOUNT(WS-HOLD-IDX) TO WS-HOLD-AMT-EDIT
               MOVE SPACES TO HOLDS-RECORD
               STRING WS-HOLD-ACCT(WS-HOLD-IDX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-ID(WS-HOLD-IDX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-AMT-EDIT DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-REASON(WS-HOLD-IDX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-PLACED-DT(WS-HOLD-IDX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-EXPIRY-DT(WS-HOLD-IDX) DELIMITED BY SPACE
                   INTO HOLDS-RECORD
               END-STRING
               WRITE HOLDS-RECORD
           END-PERFORM.
           CLOSE HOLDS.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HELD-AMT.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-ACCT(WS-HOLD-IDX) = WS-CURRENT-ACCT
                   ADD WS-HOLD-AMOUNT(WS-HOLD-IDX) TO WS-HELD-AMT
               END-IF
           END-PERFORM.

       FIND-HOLD-FOR-ACCOUNT.
           MOVE 0 TO WS-HOLD-IDX.
           PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-HOLD-COUNT
               IF WS-HOLD-ACCT(WS-K) = WS-CURRENT-ACCT
                   AND WS-HOLD-ID(WS-K) = WS-TXN-DETAIL-1
                   MOVE WS-K TO WS-HOLD-IDX
               END-IF
           END-PERFORM.

       CHECK-FOR-RESTART.
           MOVE 'N' TO WS-RESTART-FLAG.
           OPEN INPUT CHKPOINT.
                           MOVE 'Y' TO WS-RESTART-FLAG
                           MOVE SPACES TO WS-CHKPOINT-SWEPT-STR
                           MOVE SPACES TO WS-CHKPOINT-WHSED-STR
                           MOVE SPACES TO WS-CHKPOINT-APPR-STR
                           MOVE SPACES TO WS-CHKPOINT-QUEUED-STR
                           UNSTRING CHKPOINT-RECORD DELIMITED BY ','
                               INTO WS-CHKPOINT-TRANS-STR,
                                    WS-CHKPOINT-SUCCESS-STR,
                                    WS-CHKPOINT-FAILED-STR,
                                    WS-CHKPOINT-SWEPT-STR,
                                    WS-CHKPOINT-WHSED-STR,
                                    WS-CHKPOINT-APPR-STR,
                                    WS-CHKPOINT-QUEUED-STR
                           END-UNSTRING
                           MOVE FUNCTION NUMVAL(WS-CHKPOINT-TRANS-STR)
                               TO WS-TRANS-COUNT
                                   NUMVAL(WS-CHKPOINT-WHSED-STR)
                                   TO WS-WAREHOUSED-COUNT
                           END-IF
                           IF WS-CHKPOINT-APPR-STR NOT = SPACES
                               MOVE FUNCTION
                                   NUMVAL(WS-CHKPOINT-APPR-STR)
                                   TO WS-APPR-SWEPT-COUNT
                           END-IF
                           IF WS-CHKPOINT-QUEUED-STR NOT = SPACES
                               MOVE FUNCTION
                                   NUMVAL(WS-CHKPOINT-QUEUED-STR)
                                   TO WS-QUEUED-COUNT
                           END-IF
                       END-IF
               END-READ
               CLOSE CHKPOINT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       LOAD-REVERSAL-CANDIDATES.
           OPEN INPUT REVPARM.
           IF WS-REVPARM-STATUS = "00"
               READ REVPARM INTO WS-REV-PARM-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-REV-PARM-WINDOW NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-REV-PARM-WINDOW)
                       TO WS-REV-WINDOW-DAYS
               END-IF
               CLOSE REVPARM
           END-IF.
           MOVE 0 TO WS-REV-REQ-COUNT.
           MOVE 0 TO WS-REV-LEG-COUNT.
           OPEN INPUT TRANSIN.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSIN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COLLECT-REVERSAL-REQUEST
               END-READ
           END-PERFORM.
           CLOSE TRANSIN.
           OPEN INPUT TRANSPEND.
           IF WS-TRANSPEND-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRANSPEND
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PEND-RECORD TO TRANSACTION-RECORD
                           PERFORM COLLECT-REVERSAL-REQUEST
                   END-READ
               END-PERFORM
               CLOSE TRANSPEND
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-REV-REQ-COUNT > 0
               OPEN INPUT TRANHIST
               IF WS-TRANHIST-STATUS = "00"
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       READ TRANHIST
                           AT END MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CAPTURE-HISTORY-LEG
                       END-READ
                   END-PERFORM
                   CLOSE TRANHIST
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT AUDITLOG
               IF WS-AUDITLOG-STATUS = "00"
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       READ AUDITLOG
                           AT END MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CAPTURE-AUDITLOG-LEG
                       END-READ
                   END-PERFORM
                   CLOSE AUDITLOG
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       COLLECT-REVERSAL-REQUEST.
           MOVE SPACES TO WS-REV-SCAN-ORIG.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-REV-SCAN-ID, WS-REV-SCAN-TYPE,
                    WS-REV-SCAN-FILLER, WS-REV-SCAN-FILLER,
                    WS-REV-SCAN-FILLER, WS-REV-SCAN-ORIG
           END-UNSTRING.
           IF WS-REV-SCAN-TYPE = 'REVERSAL'
               AND WS-REV-SCAN-ORIG NOT = SPACES
               MOVE WS-REV-SCAN-ORIG TO WS-LEG-IN-ORIG-ID
               PERFORM FIND-REVERSAL-REQUEST
               IF WS-REV-REQ-IDX = 0
                   IF WS-REV-REQ-COUNT >= WS-MAX-REV-REQ-LIMIT
                       CLOSE TRANSIN
                       MOVE "REVERSAL REQUEST TABLE FULL"
                           TO WS-ABEND-REASON
                       PERFORM ABEND-BATCH-CONTROLS
                   ELSE
                       ADD 1 TO WS-REV-REQ-COUNT
                       MOVE WS-LEG-IN-ORIG-ID
                           TO WS-REV-REQ-ID(WS-REV-REQ-COUNT)
                       MOVE 'N' TO WS-REV-REQ-DONE(WS-REV-REQ-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-REVERSAL-REQUEST.
           MOVE 0 TO WS-REV-REQ-IDX.
           PERFORM VARYING WS-REV-R FROM 1 BY 1
                       UNTIL WS-REV-R > WS-REV-REQ-COUNT
               IF WS-REV-REQ-ID(WS-REV-R) = WS-LEG-IN-ORIG-ID
                   MOVE WS-REV-R TO WS-REV-REQ-IDX
               END-IF
           END-PERFORM.

       CAPTURE-HISTORY-LEG.
           MOVE SPACES TO WS-LEG-IN-ORIG-ID.
           UNSTRING TRANHIST-RECORD DELIMITED BY ','
               INTO WS-LEG-IN-RUN-DATE, WS-LEG-IN-RUN-NO,
                    WS-LEG-IN-ACCT, WS-LEG-IN-TXN-ID,
                    WS-LEG-IN-TYPE, WS-LEG-IN-AMT-STR,
                    WS-LEG-IN-BEFORE-STR, WS-LEG-IN-AFTER-STR,
                    WS-LEG-IN-DATE-STR, WS-LEG-IN-ACCT-TYPE,
                    WS-LEG-IN-ORIG-ID
           END-UNSTRING.
           PERFORM CAPTURE-REVERSAL-LEG.

       CAPTURE-AUDITLOG-LEG.
           MOVE SPACES TO WS-LEG-IN-ORIG-ID.
           UNSTRING AUDIT-RECORD DELIMITED BY ','
               INTO WS-LEG-IN-ACCT, WS-LEG-IN-TXN-ID,
                    WS-LEG-IN-TYPE, WS-LEG-IN-AMT-STR,
                    WS-LEG-IN-BEFORE-STR, WS-LEG-IN-AFTER-STR,
                    WS-LEG-IN-DATE-STR, WS-LEG-IN-ACCT-TYPE,
                    WS-LEG-IN-ORIG-ID
           END-UNSTRING.
           PERFORM CAPTURE-REVERSAL-LEG.

       CAPTURE-REVERSAL-LEG.
           IF WS-LEG-IN-TYPE(1:4) = 'REV-'
               PERFORM FIND-REVERSAL-REQUEST
               IF WS-REV-REQ-IDX > 0
                   MOVE 'Y' TO WS-REV-REQ-DONE(WS-REV-REQ-IDX)
               END-IF
           ELSE
               EVALUATE WS-LEG-IN-TYPE
                   WHEN 'DEPOSIT'
                   WHEN 'WITHDRAWAL'
                   WHEN 'TRANSFER'
                   WHEN 'TRANSFER-IN'
                   WHEN 'OD-FEE'
                   WHEN 'CD-PENALTY'
                       MOVE WS-LEG-IN-TXN-ID TO WS-LEG-IN-ORIG-ID
                       PERFORM FIND-REVERSAL-REQUEST
                       IF WS-REV-REQ-IDX > 0
                           PERFORM ADD-REVERSAL-LEG
                       END-IF
               END-EVALUATE
           END-IF.

       ADD-REVERSAL-LEG.
           MOVE FUNCTION NUMVAL(WS-LEG-IN-AMT-STR) TO WS-LEG-IN-AMT.
           MOVE SPACES TO WS-LEG-IN-DATE.
           IF WS-LEG-IN-DATE-STR(5:1) = '-'
               STRING WS-LEG-IN-DATE-STR(1:4) DELIMITED BY SIZE
                      WS-LEG-IN-DATE-STR(6:2) DELIMITED BY SIZE
                      WS-LEG-IN-DATE-STR(9:2) DELIMITED BY SIZE
                   INTO WS-LEG-IN-DATE
               END-STRING
           ELSE
               MOVE WS-LEG-IN-DATE-STR(1:8) TO WS-LEG-IN-DATE
           END-IF.
           MOVE 'N' TO WS-DUP-FLAG.
           PERFORM VARYING WS-REV-L FROM 1 BY 1
                       UNTIL WS-REV-L > WS-REV-LEG-COUNT
               IF WS-REV-LEG-ORIG-ID(WS-REV-L) = WS-LEG-IN-TXN-ID
                   AND WS-REV-LEG-ACCT(WS-REV-L) = WS-LEG-IN-ACCT
                   AND WS-REV-LEG-TYPE(WS-REV-L) = WS-LEG-IN-TYPE
                   AND WS-REV-LEG-DATE(WS-REV-L) = WS-LEG-IN-DATE
                   AND WS-REV-LEG-AMT(WS-REV-L) = WS-LEG-IN-AMT
                   MOVE 'Y' TO WS-DUP-FLAG
               END-IF
           END-PERFORM.
           IF WS-DUP-FLAG = 'N'
               IF WS-REV-LEG-COUNT >= WS-MAX-REV-LEG-LIMIT
                   DISPLAY "ACCOUNT-UPDATER: REVERSAL LEG TABLE "
                       "CAPACITY OF " WS-MAX-REV-LEG-LIMIT
                       " EXCEEDED - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   MOVE "ABENDED" TO WS-RUNCTL-TEXT
                   PERFORM WRITE-RUN-CONTROL-RECORD
                   STOP RUN
               END-IF
               ADD 1 TO WS-REV-LEG-COUNT
               MOVE WS-LEG-IN-TXN-ID
                   TO WS-REV-LEG-ORIG-ID(WS-REV-LEG-COUNT)
               MOVE WS-LEG-IN-ACCT TO WS-REV-LEG-ACCT(WS-REV-LEG-COUNT)
               MOVE WS-LEG-IN-TYPE TO WS-REV-LEG-TYPE(WS-REV-LEG-COUNT)
               MOVE WS-LEG-IN-AMT TO WS-REV-LEG-AMT(WS-REV-LEG-COUNT)
               MOVE WS-LEG-IN-DATE TO WS-REV-LEG-DATE(WS-REV-LEG-COUNT)
           END-IF.

       LOAD-RUN-IDS-FROM-AUDITLOG.
           MOVE 0 TO WS-RUN-ID-COUNT.
           OPEN INPUT AUDITLOG.
                           END-UNSTRING
                           ADD 1 TO WS-AUDIT-REC-COUNT
                           IF WS-AUDIT-TYPE NOT = 'TRANSFER-IN'
                               AND WS-AUDIT-TYPE NOT = 'EXTXFER-CLR'
                               AND WS-AUDIT-TYPE NOT = 'OD-FEE'
                               AND WS-AUDIT-TYPE NOT = 'CD-PENALTY'
                               AND WS-AUDIT-TYPE NOT = 'REV-TRANSFER-IN'
                               AND WS-AUDIT-TYPE NOT = 'REV-OD-FEE'
                               AND WS-AUDIT-TYPE NOT = 'REV-CD-PENALTY'
                               AND FUNCTION TEST-NUMVAL(WS-AMT) = 0
                               ADD FUNCTION NUMVAL(WS-AMT)
                                   TO WS-POSTED-AMT-TOTAL
               IF WS-TRANSPOUT-STATUS = "35"
                   OPEN OUTPUT TRANSPOUT
               END-IF
               PERFORM OPEN-PENDING-APPROVALS
               PERFORM OPEN-OUTBOUND-TRANSFERS
               PERFORM OPEN-LOAN-PAYMENT-QUEUE
               PERFORM SWEEP-PENDING-WAREHOUSE
               PERFORM SWEEP-APPROVED-RELEASES
               MOVE 0 TO WS-SKIP-COUNT
               PERFORM UNTIL WS-SKIP-COUNT = WS-TRANS-COUNT
                           OR WS-EOF-FLAG = 'Y'
                                   DELIMITED BY ','
                               INTO WS-REC-TAG
                           END-UNSTRING
                           IF WS-REC-TAG = 'BATCH-HDR'
                               PERFORM CAPTURE-BATCH-OPERATOR
                           END-IF
                           IF WS-REC-TAG NOT = 'BATCH-HDR'
                               AND WS-REC-TAG NOT = 'BATCH-TRL'
                               ADD 1 TO WS-SKIP-COUNT
               OPEN OUTPUT AUDITLOG
               OPEN OUTPUT TRANSPOUT
               MOVE 0 TO WS-TRANS-COUNT
               PERFORM OPEN-PENDING-APPROVALS
               PERFORM OPEN-OUTBOUND-TRANSFERS
               PERFORM OPEN-LOAN-PAYMENT-QUEUE
               PERFORM SWEEP-PENDING-WAREHOUSE
               PERFORM SWEEP-APPROVED-RELEASES
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       UNSTRING TRANSACTION-RECORD DELIMITED BY ','
                           INTO WS-REC-TAG
                       END-UNSTRING
                       IF WS-REC-TAG = 'BATCH-HDR'
                           PERFORM CAPTURE-BATCH-OPERATOR
                       END-IF
                       IF WS-REC-TAG = 'BATCH-HDR'
                           OR WS-REC-TAG = 'BATCH-TRL'
                           CONTINUE
           CLOSE TRANSIN.
           CLOSE TRANSREJ.
           CLOSE TRANSPOUT.
           CLOSE PENDAPPR.
           CLOSE XFEROUT.
           CLOSE LOANPMTQ.
           CLOSE AUDITLOG.
           CLOSE ACCTMAST.

                  WS-SWEPT-COUNT    DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-WAREHOUSED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-APPR-SWEPT-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-QUEUED-COUNT DELIMITED BY SIZE
               INTO WS-CHKPOINT-COUNT-LINE
           END-STRING.
           MOVE WS-CHKPOINT-COUNT-LINE TO CHKPOINT-RECORD.
           IF WS-TXN-TYPE = 'TRANSFER'
               MOVE WS-TXN-DETAIL-1 TO WS-DEST-ACCT
           END-IF.
           IF WS-TXN-TYPE = 'LOANPMT'
               MOVE WS-TXN-DETAIL-1 TO WS-LOAN-IN-ID
           END-IF.
           IF WS-TXN-TYPE = 'EXTXFER'
               MOVE SPACES TO WS-EXT-ROUTING
               MOVE SPACES TO WS-EXT-ACCOUNT
               MOVE SPACES TO WS-EXT-NAME
               UNSTRING TRANSACTION-RECORD DELIMITED BY ','
                   INTO WS-TXN-ID, WS-TXN-TYPE, WS-CURRENT-ACCT,
                        WS-AMT, WS-DT, WS-EXT-ROUTING,
                        WS-EXT-ACCOUNT, WS-EXT-NAME
               END-UNSTRING
           END-IF.

           MOVE 'Y' TO WS-TXN-VALID-FLAG.
           MOVE 'N' TO WS-TXN-WAREHOUSED-FLAG.
           MOVE 'N' TO WS-TXN-QUEUED-FLAG.
           PERFORM VALIDATE-TRANSACTION-DATE.
           IF WS-TXN-VALID-FLAG = 'Y' AND WS-FUTURE-FLAG = 'Y'
               PERFORM CHECK-DUAL-CONTROL
               IF WS-TXN-QUEUED-FLAG = 'Y'
                   PERFORM QUEUE-FOR-APPROVAL
               ELSE
                   PERFORM WAREHOUSE-FUTURE-TRANSACTION
               END-IF
           ELSE
               PERFORM EDIT-AND-POST-TRANSACTION
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               IF WS-TXN-TYPE = 'OPEN'
                   PERFORM FIND-ACCOUNT-ON-MASTER
                   IF WS-FOUND-FLAG = 'N'
                       MOVE WS-CURRENT-ACCT TO WS-LOAN-IN-ID
                       PERFORM FIND-LOAN-ENTRY
                       IF WS-LOAN-IDX > 0
                           MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                   END-IF
                   IF WS-FOUND-FLAG = 'Y'
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "ACCT-ALREADY-EXISTS" TO WS-REJECT-REASON
                           MOVE 'N' TO WS-TXN-VALID-FLAG
                           MOVE "ACCT-CLOSED" TO WS-REJECT-REASON
                       END-IF
                       IF WS-SRC-TYPE = 'ESCHEATED'
                           MOVE 'N' TO WS-TXN-VALID-FLAG
                           MOVE "ACCT-ESCHEATED" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "DEST-ACCT-CLOSED" TO WS-REJECT-REASON
                   END-IF
                   IF WS-DEST-TYPE = 'ESCHEATED'
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "DEST-ACCT-ESCHEATED" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
           IF WS-TXN-VALID-FLAG = 'Y'
               PERFORM VALIDATE-SUFFICIENT-FUNDS
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               PERFORM CHECK-DUAL-CONTROL
           END-IF.

           IF WS-TXN-VALID-FLAG = 'Y' AND WS-TXN-QUEUED-FLAG = 'N'
               EVALUATE WS-TXN-TYPE
                   WHEN 'DEPOSIT'
                   WHEN 'WITHDRAWAL'
                   WHEN 'TRANSFER'
                   WHEN 'EXTXFER'
                   WHEN 'LOANPMT'
                       PERFORM UPDATE-ACCOUNT-ON-MASTER
                   WHEN OTHER
                       PERFORM APPLY-MAINTENANCE-TRANSACTION
               END-EVALUATE
           END-IF.

           IF WS-TXN-VALID-FLAG = 'Y' AND WS-TXN-QUEUED-FLAG = 'Y'
               PERFORM QUEUE-FOR-APPROVAL
           ELSE
               IF WS-TXN-VALID-FLAG = 'Y'
                   ADD 1 TO WS-SUCCESS-COUNT
                   ADD WS-NUMERIC-AMT TO WS-POSTED-AMT-TOTAL
                   PERFORM RECORD-POSTED-TXN-ID
                   DISPLAY "UPDATED: " TRANSACTION-RECORD
                   DISPLAY " -> Account: " WS-CURRENT-ACCT
                           " Balance updated"
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM WRITE-REJECTED-TRANSACTION
                   DISPLAY "FAILED: " TRANSACTION-RECORD
                   DISPLAY " -> Reason: " WS-REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-TRANSACTION-DATE.
           DISPLAY " -> Effective date " WS-DT " not yet reached".

       SWEEP-PENDING-WAREHOUSE.
           MOVE SPACES TO WS-BATCH-OPERATOR.
           OPEN INPUT TRANSPEND.
           IF WS-TRANSPEND-STATUS = "00"
               MOVE 'Y' TO WS-WAREHOUSE-SWEEP-FLAG
               MOVE WS-SWEPT-COUNT TO WS-SWEEP-SKIP-TARGET
               MOVE 0 TO WS-SWEEP-SKIP-COUNT
               MOVE 'N' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE TRANSPEND
               MOVE 'N' TO WS-WAREHOUSE-SWEEP-FLAG
               PERFORM WRITE-CHECKPOINT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       SWEEP-APPROVED-RELEASES.
           MOVE SPACES TO WS-BATCH-OPERATOR.
           OPEN INPUT APPRREL.
           IF WS-APPRREL-STATUS = "00"
               MOVE 'Y' TO WS-APPROVED-SWEEP-FLAG
               MOVE WS-APPR-SWEPT-COUNT TO WS-SWEEP-SKIP-TARGET
               MOVE 0 TO WS-SWEEP-SKIP-COUNT
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ APPRREL
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SWEEP-SKIP-COUNT <
                                   WS-SWEEP-SKIP-TARGET
                               ADD 1 TO WS-SWEEP-SKIP-COUNT
                           ELSE
                               ADD 1 TO WS-APPR-SWEPT-COUNT
                               MOVE APPRREL-RECORD
                                   TO TRANSACTION-RECORD
                               PERFORM PROCESS-SINGLE-TRANSACTION
                               IF FUNCTION MOD(WS-APPR-SWEPT-COUNT,
                                       WS-CHECKPOINT-INTERVAL) = 0
                                   PERFORM WRITE-CHECKPOINT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRREL
               MOVE 'N' TO WS-APPROVED-SWEEP-FLAG
               PERFORM WRITE-CHECKPOINT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       CLEAR-APPROVED-RELEASES.
           OPEN INPUT APPRREL.
           IF WS-APPRREL-STATUS = "00"
               CLOSE APPRREL
               OPEN OUTPUT APPRREL
               CLOSE APPRREL
           END-IF.

       CAPTURE-BATCH-OPERATOR.
           MOVE SPACES TO WS-BATCH-OPERATOR.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-REC-TAG, WS-BATCH-DATE, WS-BATCH-OPERATOR
           END-UNSTRING.

       LOAD-DUAL-CONTROL-PARMS.
           MOVE 0 TO WS-DUAL-COUNT.
           OPEN INPUT DUALPARM.
           IF WS-DUALPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ DUALPARM
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF DUALPARM-RECORD NOT = SPACES
                               PERFORM STORE-DUAL-CONTROL-PARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUALPARM
           ELSE
               MOVE 3 TO WS-DUAL-COUNT
               MOVE 'ODLIMIT' TO WS-DUAL-TYPE(1)
               MOVE 'TYPECHG' TO WS-DUAL-TYPE(2)
               MOVE 'CLOSE' TO WS-DUAL-TYPE(3)
               PERFORM VARYING WS-DUAL-D FROM 1 BY 1
                           UNTIL WS-DUAL-D > WS-DUAL-COUNT
                   MOVE 'Y' TO WS-DUAL-ALWAYS(WS-DUAL-D)
                   MOVE 0 TO WS-DUAL-LIMIT(WS-DUAL-D)
               END-PERFORM
               DISPLAY "ACCOUNT-UPDATER: NO DUAL CONTROL PARAMETERS "
                       "ON FILE - DEFAULT REVIEW TYPES IN EFFECT"
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-DUAL-CONTROL-PARM.
           MOVE SPACES TO WS-DUAL-IN-TYPE.
           MOVE SPACES TO WS-DUAL-IN-LIMIT.
           UNSTRING DUALPARM-RECORD DELIMITED BY ','
               INTO WS-DUAL-IN-TYPE, WS-DUAL-IN-LIMIT
           END-UNSTRING.
           IF WS-DUAL-COUNT >= WS-MAX-DUAL-LIMIT
               CLOSE DUALPARM
               MOVE "DUAL CONTROL TABLE FULL" TO WS-ABEND-REASON
               PERFORM ABEND-BATCH-CONTROLS
           END-IF.
           ADD 1 TO WS-DUAL-COUNT.
           MOVE WS-DUAL-IN-TYPE TO WS-DUAL-TYPE(WS-DUAL-COUNT).
           MOVE 0 TO WS-DUAL-LIMIT(WS-DUAL-COUNT).
           IF WS-DUAL-IN-LIMIT = SPACES
               OR WS-DUAL-IN-LIMIT = 'ALWAYS'
               OR FUNCTION TEST-NUMVAL(WS-DUAL-IN-LIMIT) NOT = 0
               MOVE 'Y' TO WS-DUAL-ALWAYS(WS-DUAL-COUNT)
           ELSE
               MOVE 'N' TO WS-DUAL-ALWAYS(WS-DUAL-COUNT)
               MOVE FUNCTION NUMVAL(WS-DUAL-IN-LIMIT)
                   TO WS-DUAL-LIMIT(WS-DUAL-COUNT)
           END-IF.

       LOAD-PENDING-APPROVAL-IDS.
           MOVE 0 TO WS-PEND-APPR-COUNT.
           OPEN INPUT PENDAPPR.
           IF WS-PENDAPPR-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PENDAPPR INTO WS-PENDAPPR-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           UNSTRING WS-PA-TRANSACTION DELIMITED BY ','
                               INTO WS-TXN-ID
                           END-UNSTRING
                           PERFORM ADD-PENDING-APPROVAL-ID
                   END-READ
               END-PERFORM
               CLOSE PENDAPPR
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       ADD-PENDING-APPROVAL-ID.
           IF WS-PEND-APPR-COUNT >= WS-MAX-PEND-APPR-LIMIT
               CLOSE PENDAPPR
               MOVE "APPROVAL QUEUE TABLE FULL" TO WS-ABEND-REASON
               PERFORM ABEND-BATCH-CONTROLS
           END-IF.
           ADD 1 TO WS-PEND-APPR-COUNT.
           MOVE WS-TXN-ID TO WS-PEND-APPR-ID(WS-PEND-APPR-COUNT).

       LOAD-TRANSFER-PARAMETERS.
           OPEN INPUT XFERPARM.
           IF WS-XFERPARM-STATUS = "00"
               READ XFERPARM INTO WS-XFER-PARM-RECORD
                   AT END CONTINUE
               END-READ
               MOVE WS-XFER-PARM-CLEARING TO WS-CLEARING-ACCT
               CLOSE XFERPARM
           END-IF.

       OPEN-OUTBOUND-TRANSFERS.
           OPEN EXTEND XFEROUT.
           IF WS-XFEROUT-STATUS = "35"
               OPEN OUTPUT XFEROUT
           END-IF.

       OPEN-LOAN-PAYMENT-QUEUE.
           OPEN EXTEND LOANPMTQ.
           IF WS-LOANPMTQ-STATUS = "35"
               OPEN OUTPUT LOANPMTQ
           END-IF.

       OPEN-PENDING-APPROVALS.
           OPEN EXTEND PENDAPPR.
           IF WS-PENDAPPR-STATUS = "35"
               OPEN OUTPUT PENDAPPR
           END-IF.

       CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-TXN-QUEUED-FLAG.
           MOVE SPACES TO WS-DUAL-RULE.
           IF WS-APPROVED-SWEEP-FLAG = 'N'
               MOVE 0 TO WS-DUAL-AMT
               IF FUNCTION TEST-NUMVAL(WS-AMT) = 0
                   MOVE FUNCTION NUMVAL(WS-AMT) TO WS-DUAL-AMT
               END-IF
               PERFORM VARYING WS-DUAL-D FROM 1 BY 1
                           UNTIL WS-DUAL-D > WS-DUAL-COUNT
                   IF WS-DUAL-TYPE(WS-DUAL-D) = WS-TXN-TYPE
                       IF WS-DUAL-ALWAYS(WS-DUAL-D) = 'Y'
                           MOVE 'Y' TO WS-TXN-QUEUED-FLAG
                           MOVE "ALWAYS-REVIEW" TO WS-DUAL-RULE
                       ELSE
                           IF WS-DUAL-AMT >= WS-DUAL-LIMIT(WS-DUAL-D)
                               AND WS-TXN-QUEUED-FLAG = 'N'
                               MOVE 'Y' TO WS-TXN-QUEUED-FLAG
                               MOVE "AMOUNT-LIMIT" TO WS-DUAL-RULE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       QUEUE-FOR-APPROVAL.
           MOVE 'N' TO WS-PEND-APPR-FOUND-FLAG.
           PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-PEND-APPR-COUNT
               IF WS-PEND-APPR-ID(WS-K) = WS-TXN-ID
                   MOVE 'Y' TO WS-PEND-APPR-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-PEND-APPR-FOUND-FLAG = 'N'
               AND WS-PEND-APPR-COUNT >= WS-MAX-PEND-APPR-LIMIT
               DISPLAY "ACCOUNT-UPDATER: APPROVAL QUEUE TABLE FULL - "
                   "RUN ABORTED AT TRANSACTION " WS-TRANS-COUNT
               IF WS-WAREHOUSE-SWEEP-FLAG = 'Y'
                   SUBTRACT 1 FROM WS-SWEPT-COUNT
               ELSE
                   SUBTRACT 1 FROM WS-TRANS-COUNT
               END-IF
               PERFORM WRITE-CHECKPOINT
               MOVE 16 TO RETURN-CODE
               MOVE "ABENDED" TO WS-RUNCTL-TEXT
               PERFORM WRITE-RUN-CONTROL-RECORD
               STOP RUN
           END-IF.
           ADD 1 TO WS-QUEUED-COUNT.
           IF WS-PEND-APPR-FOUND-FLAG = 'N'
               MOVE WS-RUN-DATE TO WS-PA-QUEUED-DATE
               MOVE WS-BATCH-OPERATOR TO WS-PA-ENTERED-BY
               MOVE WS-DUAL-RULE TO WS-PA-RULE
               MOVE 'P' TO WS-PA-STATUS
               MOVE SPACES TO WS-PA-APPROVER
               MOVE TRANSACTION-RECORD TO WS-PA-TRANSACTION
               MOVE WS-PENDAPPR-LINE TO PENDAPPR-RECORD
               WRITE PENDAPPR-RECORD
               PERFORM ADD-PENDING-APPROVAL-ID
           END-IF.
           DISPLAY "HELD FOR APPROVAL: " TRANSACTION-RECORD
           DISPLAY " -> Rule: " WS-DUAL-RULE.

       CHECK-DUPLICATE-TXN-ID.
           MOVE 'N' TO WS-DUP-FLAG.
           PERFORM VARYING WS-K FROM 1 BY 1
                   MOVE 'Y' TO WS-DUP-FLAG
               END-IF
           END-PERFORM.
           IF WS-RESTART-FLAG = 'N' AND WS-APPROVED-SWEEP-FLAG = 'N'
               PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-PEND-APPR-COUNT
                   IF WS-PEND-APPR-ID(WS-K) = WS-TXN-ID
                       MOVE 'Y' TO WS-DUP-FLAG
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DUP-FLAG = 'Y'
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "DUPLICATE-TXN" TO WS-REJECT-REASON
               WHEN 'NAMECHG'
               WHEN 'TYPECHG'
               WHEN 'ODLIMIT'
               WHEN 'PLACEHOLD'
               WHEN 'RELEASEHOLD'
               WHEN 'REVERSAL'
               WHEN 'EXTXFER'
               WHEN 'LOANPMT'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-TXN-VALID-FLAG
               WHEN 'DEPOSIT'
               WHEN 'WITHDRAWAL'
               WHEN 'TRANSFER'
               WHEN 'EXTXFER'
               WHEN 'LOANPMT'
                   IF FUNCTION TEST-NUMVAL(WS-AMT) NOT = 0
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "INVALID-AMOUNT" TO WS-REJECT-REASON
                           MOVE WS-SIGNED-AMT TO WS-NUMERIC-AMT
                       END-IF
                   END-IF
               WHEN 'PLACEHOLD'
                   MOVE 0 TO WS-NUMERIC-AMT
                   IF FUNCTION TEST-NUMVAL(WS-AMT) NOT = 0
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "INVALID-AMOUNT" TO WS-REJECT-REASON
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-AMT) TO WS-SIGNED-AMT
                       IF WS-SIGNED-AMT NOT > 0
                           MOVE 'N' TO WS-TXN-VALID-FLAG
                           MOVE "INVALID-AMOUNT" TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-SIGNED-AMT TO WS-HOLD-AMT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-NUMERIC-AMT
           END-EVALUATE.
                   IF WS-SRC-BALANCE NOT = 0
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "BALANCE-NOT-ZERO" TO WS-REJECT-REASON
                   ELSE
                       PERFORM SUM-ACTIVE-HOLDS
                       IF WS-HELD-AMT > 0
                           MOVE 'N' TO WS-TXN-VALID-FLAG
                           MOVE "ACTIVE-HOLDS" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN 'NAMECHG'
                   IF WS-TXN-DETAIL-1 = SPACES
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "INVALID-ACCT-TYPE" TO WS-REJECT-REASON
                   END-IF
               WHEN 'PLACEHOLD'
                   PERFORM VALIDATE-HOLD-FIELDS
               WHEN 'RELEASEHOLD'
                   PERFORM FIND-HOLD-FOR-ACCOUNT
                   IF WS-HOLD-IDX = 0
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "HOLD-NOT-FOUND" TO WS-REJECT-REASON
                   END-IF
               WHEN 'REVERSAL'
                   PERFORM VALIDATE-REVERSAL
               WHEN 'EXTXFER'
                   PERFORM VALIDATE-EXTERNAL-TRANSFER
               WHEN 'LOANPMT'
                   PERFORM VALIDATE-LOAN-PAYMENT
           END-EVALUATE.

       VALIDATE-REVERSAL.
           MOVE WS-TXN-DETAIL-1 TO WS-REV-ORIG-ID.
           MOVE WS-REV-ORIG-ID TO WS-LEG-IN-ORIG-ID.
           PERFORM FIND-REVERSAL-REQUEST.
           MOVE 0 TO WS-REV-PRIMARY-COUNT.
           MOVE 0 TO WS-REV-PRIMARY-IDX.
           PERFORM VARYING WS-REV-L FROM 1 BY 1
                       UNTIL WS-REV-L > WS-REV-LEG-COUNT
               IF WS-REV-LEG-ORIG-ID(WS-REV-L) = WS-REV-ORIG-ID
                   AND (WS-REV-LEG-TYPE(WS-REV-L) = 'DEPOSIT'
                     OR WS-REV-LEG-TYPE(WS-REV-L) = 'WITHDRAWAL'
                     OR WS-REV-LEG-TYPE(WS-REV-L) = 'TRANSFER')
                   ADD 1 TO WS-REV-PRIMARY-COUNT
                   MOVE WS-REV-L TO WS-REV-PRIMARY-IDX
               END-IF
           END-PERFORM.
           IF WS-REV-ORIG-ID = SPACES
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "INVALID-ORIG-TXN-ID" TO WS-REJECT-REASON
           ELSE
               IF WS-REV-REQ-IDX = 0 OR WS-REV-PRIMARY-COUNT = 0
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "ORIG-TXN-NOT-FOUND" TO WS-REJECT-REASON
               ELSE
                   IF WS-REV-PRIMARY-COUNT > 1
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "AMBIGUOUS-TXN-ID" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               AND WS-REV-REQ-DONE(WS-REV-REQ-IDX) = 'Y'
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "ALREADY-REVERSED" TO WS-REJECT-REASON
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               AND WS-REV-LEG-ACCT(WS-REV-PRIMARY-IDX)
                   NOT = WS-CURRENT-ACCT
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "REVERSAL-ACCT-MISMATCH" TO WS-REJECT-REASON
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               AND WS-REV-LEG-DATE(WS-REV-PRIMARY-IDX) IS NUMERIC
               MOVE WS-REV-LEG-DATE(WS-REV-PRIMARY-IDX)
                   TO WS-REV-DATE-NUM
               COMPUTE WS-REV-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-REV-DATE-NUM)
               IF WS-REV-AGE-DAYS > WS-REV-WINDOW-DAYS
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "REVERSAL-WINDOW-EXPIRED" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               PERFORM VARYING WS-REV-L FROM 1 BY 1
                       UNTIL WS-REV-L > WS-REV-LEG-COUNT
                   IF WS-REV-LEG-ORIG-ID(WS-REV-L) = WS-REV-ORIG-ID
                       MOVE WS-REV-LEG-ACCT(WS-REV-L) TO AM-ACCT-ID
                       READ ACCTMAST
                           INVALID KEY
                               MOVE 'N' TO WS-TXN-VALID-FLAG
                               MOVE "LEG-ACCT-NOT-FOUND"
                                   TO WS-REJECT-REASON
                           NOT INVALID KEY
                               IF AM-ACCT-TYPE = 'CLOSED'
                                   MOVE 'N' TO WS-TXN-VALID-FLAG
                                   MOVE "LEG-ACCT-CLOSED"
                                       TO WS-REJECT-REASON
                               END-IF
                               IF AM-ACCT-TYPE = 'ESCHEATED'
                                   MOVE 'N' TO WS-TXN-VALID-FLAG
                                   MOVE "LEG-ACCT-ESCHEATED"
                                       TO WS-REJECT-REASON
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       VALIDATE-EXTERNAL-TRANSFER.
           IF WS-EXT-ROUTING(1:9) IS NOT NUMERIC
               OR WS-EXT-ROUTING(10:11) NOT = SPACES
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "INVALID-ROUTING-NUMBER" TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-EXT-CHECK-SUM =
                   3 * (WS-EXT-RTN-DIGIT(1) + WS-EXT-RTN-DIGIT(4)
                        + WS-EXT-RTN-DIGIT(7))
                   + 7 * (WS-EXT-RTN-DIGIT(2) + WS-EXT-RTN-DIGIT(5)
                          + WS-EXT-RTN-DIGIT(8))
                   + WS-EXT-RTN-DIGIT(3) + WS-EXT-RTN-DIGIT(6)
                   + WS-EXT-RTN-DIGIT(9)
               IF FUNCTION MOD(WS-EXT-CHECK-SUM, 10) NOT = 0
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "INVALID-ROUTING-NUMBER" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               IF WS-EXT-ACCOUNT = SPACES
                   OR WS-EXT-ACCOUNT(18:3) NOT = SPACES
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "INVALID-EXT-ACCOUNT" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               MOVE WS-CLEARING-ACCT TO WS-DEST-ACCT
               IF WS-DEST-ACCT = SPACES
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "NO-CLEARING-ACCT" TO WS-REJECT-REASON
               ELSE
                   IF WS-DEST-ACCT = WS-CURRENT-ACCT
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "SAME-ACCT-TRANSFER" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               PERFORM FIND-DEST-ACCOUNT-ON-MASTER
               IF WS-DEST-FOUND-FLAG = 'N'
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "CLEARING-ACCT-NOT-FOUND" TO WS-REJECT-REASON
               ELSE
                   IF WS-DEST-TYPE = 'CLOSED'
                       OR WS-DEST-TYPE = 'ESCHEATED'
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "CLEARING-ACCT-CLOSED" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-LOAN-PAYMENT.
           MOVE 0 TO WS-LOAN-IDX.
           IF WS-LOAN-IN-ID NOT = SPACES
               AND WS-LOAN-IN-ID(6:15) = SPACES
               PERFORM FIND-LOAN-ENTRY
           END-IF.
           IF WS-LOAN-IDX = 0
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "LOAN-NOT-FOUND" TO WS-REJECT-REASON
           ELSE
               IF WS-LOAN-STATUS(WS-LOAN-IDX) NOT = 'A'
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "LOAN-NOT-ACTIVE" TO WS-REJECT-REASON
               ELSE
                   IF WS-NUMERIC-AMT > WS-LOAN-PAYOFF(WS-LOAN-IDX)
                       MOVE 'N' TO WS-TXN-VALID-FLAG
                       MOVE "PAYMENT-EXCEEDS-PAYOFF"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-HOLD-FIELDS.
           IF WS-TXN-DETAIL-1 = SPACES
               OR WS-TXN-DETAIL-1(11:10) NOT = SPACES
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "INVALID-HOLD-REASON" TO WS-REJECT-REASON
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               AND WS-TXN-DETAIL-2 NOT = SPACES
               MOVE WS-DT-DIGITS TO WS-SAVE-DT-DIGITS
               MOVE WS-TXN-DETAIL-2(1:8) TO WS-DT-DIGITS
               IF WS-DT-DIGITS IS NOT NUMERIC
                   OR WS-TXN-DETAIL-2(9:2) NOT = SPACES
                   MOVE 'N' TO WS-TXN-VALID-FLAG
               ELSE
                   PERFORM VALIDATE-CALENDAR-DATE
               END-IF
               IF WS-TXN-VALID-FLAG = 'Y'
                   AND WS-DT-DIGITS < WS-SAVE-DT-DIGITS
                   MOVE 'N' TO WS-TXN-VALID-FLAG
               END-IF
               IF WS-TXN-VALID-FLAG = 'N'
                   MOVE "INVALID-EXPIRY-DATE" TO WS-REJECT-REASON
               END-IF
               MOVE WS-SAVE-DT-DIGITS TO WS-DT-DIGITS
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               AND WS-HOLD-COUNT >= WS-MAX-HOLD-LIMIT
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "HOLD-TABLE-FULL" TO WS-REJECT-REASON
           END-IF.

       VALIDATE-SUFFICIENT-FUNDS.
           IF WS-TXN-TYPE = 'WITHDRAWAL' OR WS-TXN-TYPE = 'TRANSFER'
               OR WS-TXN-TYPE = 'EXTXFER' OR WS-TXN-TYPE = 'LOANPMT'
               PERFORM SUM-ACTIVE-HOLDS
               IF WS-NUMERIC-AMT >
                       WS-SRC-BALANCE + WS-SRC-OD-LIMIT - WS-HELD-AMT
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "INSUFFICIENT-FUNDS" TO WS-REJECT-REASON
               END-IF
           END-IF.

       WRITE-REJECTED-TRANSACTION.
               WHEN 'WITHDRAWAL'
                   SUBTRACT WS-NUMERIC-AMT FROM WS-SRC-BALANCE
               WHEN 'TRANSFER'
               WHEN 'EXTXFER'
               WHEN 'LOANPMT'
                   SUBTRACT WS-NUMERIC-AMT FROM WS-SRC-BALANCE
           END-EVALUATE.
           MOVE WS-SRC-BALANCE TO WS-BALANCE-AFTER.
           MOVE WS-TXN-TYPE TO WS-AUDIT-TYPE.
           MOVE WS-SRC-TYPE TO WS-AUDIT-ACCT-TYPE.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-TXN-TYPE = 'WITHDRAWAL' OR WS-TXN-TYPE = 'TRANSFER'
               OR WS-TXN-TYPE = 'EXTXFER' OR WS-TXN-TYPE = 'LOANPMT'
               PERFORM FIND-CD-FOR-ACCOUNT
               IF WS-CD-IDX > 0
                   AND WS-DT-DIGITS < WS-CD-MATURITY-DT(WS-CD-IDX)
                   PERFORM POST-CD-PENALTY
               END-IF
           END-IF.
           IF (WS-TXN-TYPE = 'WITHDRAWAL' OR WS-TXN-TYPE = 'TRANSFER'
               OR WS-TXN-TYPE = 'EXTXFER' OR WS-TXN-TYPE = 'LOANPMT')
               AND WS-SRC-BALANCE < 0
               PERFORM POST-OVERDRAFT-FEE
           END-IF.
           IF WS-TXN-TYPE = 'TRANSFER' OR WS-TXN-TYPE = 'EXTXFER'
               PERFORM POST-TRANSFER-CREDIT-LEG
           END-IF.
           IF WS-TXN-TYPE = 'EXTXFER'
               PERFORM WRITE-OUTBOUND-TRANSFER
           END-IF.
           IF WS-TXN-TYPE = 'LOANPMT'
               PERFORM WRITE-LOAN-PAYMENT
           END-IF.

       POST-OVERDRAFT-FEE.
           MOVE WS-SRC-BALANCE TO WS-BALANCE-BEFORE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE WS-SIGNED-AMT TO WS-NUMERIC-AMT.

       POST-CD-PENALTY.
           COMPUTE WS-CD-PENALTY-AMT ROUNDED =
               WS-NUMERIC-AMT * WS-CD-RATE(WS-CD-IDX)
               * WS-CD-PENALTY-DAYS(WS-CD-IDX) / 30.
           IF WS-SRC-BALANCE NOT > 0
               MOVE 0 TO WS-CD-PENALTY-AMT
           ELSE
               IF WS-CD-PENALTY-AMT > WS-SRC-BALANCE
                   MOVE WS-SRC-BALANCE TO WS-CD-PENALTY-AMT
               END-IF
           END-IF.
           IF WS-CD-PENALTY-AMT > 0
               MOVE WS-SRC-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-CD-PENALTY-AMT FROM WS-SRC-BALANCE
               MOVE WS-SRC-BALANCE TO WS-BALANCE-AFTER
               PERFORM REWRITE-SOURCE-ACCOUNT
               ADD 1 TO WS-CD-PENALTY-COUNT
               MOVE WS-NUMERIC-AMT TO WS-SIGNED-AMT
               MOVE WS-CD-PENALTY-AMT TO WS-NUMERIC-AMT
               MOVE WS-CURRENT-ACCT TO WS-AUDIT-ACCT
               MOVE 'CD-PENALTY' TO WS-AUDIT-TYPE
               MOVE WS-SRC-TYPE TO WS-AUDIT-ACCT-TYPE
               PERFORM WRITE-AUDIT-RECORD
               MOVE WS-SIGNED-AMT TO WS-NUMERIC-AMT
           END-IF.

       APPLY-MAINTENANCE-TRANSACTION.
           EVALUATE WS-TXN-TYPE
               WHEN 'OPEN'
                   MOVE WS-NUMERIC-AMT TO WS-SRC-OD-LIMIT
                   PERFORM REWRITE-SOURCE-ACCOUNT
                   PERFORM WRITE-MAINTENANCE-AUDIT
               WHEN 'PLACEHOLD'
                   PERFORM PLACE-ACCOUNT-HOLD
                   PERFORM WRITE-MAINTENANCE-AUDIT
               WHEN 'RELEASEHOLD'
                   PERFORM RELEASE-ACCOUNT-HOLD
                   PERFORM WRITE-MAINTENANCE-AUDIT
               WHEN 'REVERSAL'
                   PERFORM POST-REVERSAL-LEGS
           END-EVALUATE.

       POST-REVERSAL-LEGS.
           MOVE WS-REV-LEG-AMT(WS-REV-PRIMARY-IDX)
               TO WS-REV-PRIMARY-AMT.
           MOVE WS-REV-ORIG-ID TO WS-AUDIT-ORIG-TXN-ID.
           PERFORM VARYING WS-REV-L FROM 1 BY 1
                       UNTIL WS-REV-L > WS-REV-LEG-COUNT
               IF WS-REV-LEG-ORIG-ID(WS-REV-L) = WS-REV-ORIG-ID
                   PERFORM POST-SINGLE-REVERSAL-LEG
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AUDIT-ORIG-TXN-ID.
           MOVE 'Y' TO WS-REV-REQ-DONE(WS-REV-REQ-IDX).
           MOVE WS-REV-PRIMARY-AMT TO WS-NUMERIC-AMT.
           ADD 1 TO WS-REVERSAL-COUNT.

       POST-SINGLE-REVERSAL-LEG.
           MOVE WS-REV-LEG-ACCT(WS-REV-L) TO AM-ACCT-ID.
           READ ACCTMAST
               INVALID KEY
                   DISPLAY "ACCOUNT-UPDATER: REVERSAL LEG ACCOUNT "
                           AM-ACCT-ID " NOT FOUND - STATUS "
                           WS-ACCTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE AM-ACCT-BALANCE TO WS-BALANCE-BEFORE
                   MOVE AM-ACCT-BALANCE TO WS-REV-LEG-BALANCE
                   IF WS-REV-LEG-TYPE(WS-REV-L) = 'DEPOSIT'
                       OR WS-REV-LEG-TYPE(WS-REV-L) = 'TRANSFER-IN'
                       SUBTRACT WS-REV-LEG-AMT(WS-REV-L)
                           FROM WS-REV-LEG-BALANCE
                   ELSE
                       ADD WS-REV-LEG-AMT(WS-REV-L)
                           TO WS-REV-LEG-BALANCE
                   END-IF
                   MOVE WS-REV-LEG-BALANCE TO AM-ACCT-BALANCE
                   MOVE WS-REV-LEG-BALANCE TO WS-BALANCE-AFTER
                   REWRITE ACCTMAST-RECORD
                       INVALID KEY
                           DISPLAY "ACCOUNT-UPDATER: REWRITE "
                                   "FAILED FOR ACCOUNT " AM-ACCT-ID
                                   " - STATUS " WS-ACCTMAST-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
                   IF AM-ACCT-ID = WS-CURRENT-ACCT
                       MOVE WS-REV-LEG-BALANCE TO WS-SRC-BALANCE
                   END-IF
                   MOVE AM-ACCT-ID TO WS-AUDIT-ACCT
                   MOVE SPACES TO WS-AUDIT-TYPE
                   STRING 'REV-' DELIMITED BY SIZE
                          WS-REV-LEG-TYPE(WS-REV-L) DELIMITED BY SPACE
                       INTO WS-AUDIT-TYPE
                   END-STRING
                   MOVE AM-ACCT-TYPE TO WS-AUDIT-ACCT-TYPE
                   MOVE WS-REV-LEG-AMT(WS-REV-L) TO WS-NUMERIC-AMT
                   PERFORM WRITE-AUDIT-RECORD
           END-READ.

       PLACE-ACCOUNT-HOLD.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE WS-CURRENT-ACCT TO WS-HOLD-ACCT(WS-HOLD-COUNT).
           MOVE WS-TXN-ID TO WS-HOLD-ID(WS-HOLD-COUNT).
           MOVE WS-HOLD-AMT TO WS-HOLD-AMOUNT(WS-HOLD-COUNT).
           MOVE WS-TXN-DETAIL-1 TO WS-HOLD-REASON(WS-HOLD-COUNT).
           MOVE WS-DT-DIGITS TO WS-HOLD-PLACED-DT(WS-HOLD-COUNT).
           MOVE WS-TXN-DETAIL-2 TO WS-HOLD-EXPIRY-DT(WS-HOLD-COUNT).
           PERFORM REWRITE-ACCOUNT-HOLDS.

       RELEASE-ACCOUNT-HOLD.
           PERFORM VARYING WS-K FROM WS-HOLD-IDX BY 1
                       UNTIL WS-K >= WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-K + 1) TO WS-HOLD-ENTRY(WS-K)
           END-PERFORM.
           SUBTRACT 1 FROM WS-HOLD-COUNT.
           PERFORM REWRITE-ACCOUNT-HOLDS.

       OPEN-NEW-ACCOUNT.
           MOVE WS-CURRENT-ACCT TO AM-ACCT-ID.
           MOVE WS-TXN-DETAIL-1 TO AM-ACCT-NAME.
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
           MOVE WS-DEST-ACCT TO WS-AUDIT-ACCT.
           IF WS-TXN-TYPE = 'EXTXFER'
               MOVE 'EXTXFER-CLR' TO WS-AUDIT-TYPE
           ELSE
               MOVE 'TRANSFER-IN' TO WS-AUDIT-TYPE
           END-IF.
           MOVE WS-DEST-TYPE TO WS-AUDIT-ACCT-TYPE.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-OUTBOUND-TRANSFER.
           IF WS-EXT-NAME = SPACES
               MOVE WS-SRC-NAME TO WS-EXT-NAME
           END-IF.
           MOVE WS-NUMERIC-AMT TO WS-AMT-EDIT.
           MOVE SPACES TO WS-XFEROUT-LINE.
           STRING WS-TXN-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CURRENT-ACCT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-DT-DIGITS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EXT-ROUTING DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-EXT-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-EXT-NAME DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-XFEROUT-LINE
           END-STRING.
           MOVE WS-XFEROUT-LINE TO XFEROUT-RECORD.
           WRITE XFEROUT-RECORD.
           ADD 1 TO WS-XFER-OUT-COUNT.

       WRITE-LOAN-PAYMENT.
           MOVE WS-NUMERIC-AMT TO WS-AMT-EDIT.
           MOVE SPACES TO WS-LOANPMTQ-LINE.
           STRING WS-TXN-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CURRENT-ACCT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LOAN-ID(WS-LOAN-IDX) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-DT-DIGITS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-LOANPMTQ-LINE
           END-STRING.
           MOVE WS-LOANPMTQ-LINE TO LOANPMTQ-RECORD.
           WRITE LOANPMTQ-RECORD.
           SUBTRACT WS-NUMERIC-AMT FROM WS-LOAN-PAYOFF(WS-LOAN-IDX).
           ADD 1 TO WS-LOAN-PMT-COUNT.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-RECORD.
           MOVE WS-NUMERIC-AMT TO WS-AMT-EDIT.
           MOVE WS-BALANCE-BEFORE TO WS-BAL-BEFORE-EDIT.
           MOVE WS-BALANCE-AFTER TO WS-BAL-AFTER-EDIT.
           MOVE 1 TO WS-AUDIT-PTR.
           STRING WS-AUDIT-ACCT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXN-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-AUDIT-ACCT-TYPE DELIMITED BY SPACE
               INTO WS-AUDIT-RECORD
               WITH POINTER WS-AUDIT-PTR
           END-STRING.
           IF WS-AUDIT-ORIG-TXN-ID NOT = SPACES
               STRING ',' DELIMITED BY SIZE
                      WS-AUDIT-ORIG-TXN-ID DELIMITED BY SPACE
                   INTO WS-AUDIT-RECORD
                   WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF.
           MOVE WS-AUDIT-RECORD TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-REC-COUNT.
           IF WS-REV-REQ-COUNT > 0
               MOVE WS-AUDIT-ACCT TO WS-LEG-IN-ACCT
               MOVE WS-TXN-ID TO WS-LEG-IN-TXN-ID
               MOVE WS-AUDIT-TYPE TO WS-LEG-IN-TYPE
               MOVE WS-AMT-EDIT TO WS-LEG-IN-AMT-STR
               MOVE WS-DT TO WS-LEG-IN-DATE-STR
               MOVE WS-AUDIT-ORIG-TXN-ID TO WS-LEG-IN-ORIG-ID
               PERFORM CAPTURE-REVERSAL-LEG
           END-IF.

       WRITE-RUN-CONTROL-RECORD.
           OPEN OUTPUT RUNCTL.
           MOVE RETURN-CODE TO WS-RC-DISPLAY.
           MOVE WS-POSTED-AMT-TOTAL TO WS-POSTED-AMT-EDIT.
           COMPUTE WS-RC-TRANS-COUNT = WS-TRANS-COUNT
               + WS-SWEPT-COUNT + WS-APPR-SWEPT-COUNT
               - WS-WAREHOUSED-COUNT - WS-QUEUED-COUNT.
           MOVE SPACES TO WS-RUNCTL-LINE.
           STRING "UPDATER" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
