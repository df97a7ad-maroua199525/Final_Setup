       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT TRANHIST ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT ESCHPARM ASSIGN TO "ESCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHPARM-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTACCT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT ESCHDD ASSIGN TO "ESCHDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHDD-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT ESCHLTR ASSIGN TO "ESCHLTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHRPT-FILE ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHHOLD ASSIGN TO "ESCHHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRKACT ASSIGN TO "ESCHWKAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKACT-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT SORT-WORK ASSIGN TO "SRTWK01".
           SELECT HOLDER-SORT ASSIGN TO "SRTWK02".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST.
       01  ACCTMAST-RECORD.
           05  AM-ACCT-ID          PIC X(5).
           05  AM-ACCT-NAME        PIC X(20).
           05  AM-ACCT-TYPE        PIC X(10).
           05  AM-ACCT-BALANCE     PIC S9(7)V99.
           05  AM-ACCT-OD-LIMIT    PIC 9(7)V99.

       FD  TRANHIST.
       01  TRANHIST-RECORD         PIC X(132).

       FD  ESCHPARM.
       01  ESCHPARM-RECORD         PIC X(80).

       FD  CUSTMAST.
       01  CUSTOMER-RECORD         PIC X(80).

       FD  CUSTACCT.
       01  CUSTACCT-RECORD         PIC X(80).

       FD  ESCHDD.
       01  ESCHDD-RECORD           PIC X(40).

       FD  AUDITLOG.
       01  AUDIT-RECORD            PIC X(100).

       FD  ESCHLTR.
       01  LETTER-RECORD           PIC X(132).

       FD  ESCHRPT-FILE.
       01  PRINT-RECORD            PIC X(132).

       FD  ESCHHOLD.
       01  HOLDER-RECORD           PIC X(132).

       FD  WRKACT.
       01  WRKACT-RECORD           PIC X(40).

       FD  RUNCTL.
       01  RUNCTL-RECORD           PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-ACCT            PIC X(5).
           05  SRT-DATE            PIC X(8).

       SD  HOLDER-SORT.
       01  HOLDER-SORT-RECORD.
           05  HS-STATE            PIC X(2).
           05  HS-ACCT             PIC X(5).
           05  HS-CUST-ID          PIC X(5).
           05  HS-NAME             PIC X(20).
           05  HS-ADDR             PIC X(20).
           05  HS-CITY             PIC X(15).
           05  HS-ZIP              PIC X(5).
           05  HS-ACCT-TYPE        PIC X(10).
           05  HS-LAST-DATE        PIC X(8).
           05  HS-AMT              PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-BUILD-RECORD         PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-ACCTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-TRANHIST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-ESCHPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CUSTACCT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-ESCHDD-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AUDITLOG-STATUS      PIC X(2) VALUE SPACES.
       01  WS-WRKACT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-LINE          PIC X(132) VALUE SPACES.
       01  WS-RC-DISPLAY           PIC 9(4).

       01  WS-DEFAULT-DORM-DAYS    PIC 9(5) VALUE 1095.
       01  WS-DEFAULT-DD-DAYS      PIC 9(3) VALUE 120.
       01  WS-MAX-STATE-LIMIT      PIC 9(2) VALUE 60.
       01  WS-STATE-COUNT          PIC 9(2) VALUE 0.
       01  WS-STATES-TABLE.
           05  WS-STATE-ENTRY      OCCURS 1 TO 60 TIMES
                                    DEPENDING ON WS-STATE-COUNT.
               10  WS-STATE-CODE   PIC X(2).
               10  WS-STATE-DORM-DAYS PIC 9(5).
               10  WS-STATE-DD-DAYS PIC 9(3).
       01  WS-SP-STATE             PIC X(2).
       01  WS-SP-DORM-STR          PIC X(10).
       01  WS-SP-DD-STR            PIC X(10).
       01  WS-S                    PIC 9(2).
       01  WS-EFF-DORM-DAYS        PIC 9(5).
       01  WS-EFF-DD-DAYS          PIC 9(3).

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
               10  WS-REL-CODE     PIC X(3).
       01  WS-C                    PIC 9(5).
       01  WS-R                    PIC 9(5).
       01  WS-CUST-IDX             PIC 9(5) VALUE 0.
       01  WS-OWNER-IDX            PIC 9(5) VALUE 0.
       01  WS-LOOKUP-CUST          PIC X(5).

       01  WS-MAX-LTR-LIMIT        PIC 9(5) VALUE 5000.
       01  WS-LTR-COUNT            PIC 9(5) VALUE 0.
       01  WS-LETTERS-TABLE.
           05  WS-LTR-ENTRY        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-LTR-COUNT.
               10  WS-LTR-ACCT     PIC X(5).
               10  WS-LTR-DATE     PIC X(8).
               10  WS-LTR-DROP     PIC X.
       01  WS-L                    PIC 9(5).
       01  WS-LTR-IDX              PIC 9(5) VALUE 0.

       01  WS-CUR-ACT-ACCT         PIC X(5) VALUE HIGH-VALUES.
       01  WS-CUR-ACT-DATE         PIC X(8) VALUE SPACES.
       01  WS-ACT-STREAM-EOF       PIC X VALUE 'N'.
       01  WS-GRP-ACCT             PIC X(5) VALUE SPACES.
       01  WS-GRP-LAST-DATE        PIC X(8) VALUE SPACES.
       01  WS-GRP-OPEN-FLAG        PIC X VALUE 'N'.
       01  WS-HIST-POST-DATE       PIC X(8).
       01  WS-HIST-RUN-NO          PIC X(7).
       01  WS-HIST-ACCT            PIC X(5).
       01  WS-HIST-TXN-ID          PIC X(10).
       01  WS-HIST-TYPE            PIC X(15).

       01  WS-OWNER-CUST-ID        PIC X(5).
       01  WS-OWNER-NAME           PIC X(20).
       01  WS-OWNER-ADDR           PIC X(20).
       01  WS-OWNER-CITY           PIC X(15).
       01  WS-OWNER-STATE          PIC X(2).
       01  WS-OWNER-ZIP            PIC X(5).

       01  WS-LAST-DATE-NUM        PIC 9(8).
       01  WS-WORK-DATE-NUM        PIC 9(8).
       01  WS-ESCHEAT-DATE         PIC 9(8).
       01  WS-TURNOVER-DATE        PIC 9(8).
       01  WS-NOTICE-FROM-DATE     PIC 9(8).
       01  WS-ORIG-TYPE            PIC X(10).

       01  WS-TXN-SEQ              PIC 9(5) VALUE 0.
       01  WS-TXN-ID               PIC X(10).
       01  WS-BALANCE-BEFORE       PIC S9(7)V99.
       01  WS-BALANCE-AFTER        PIC S9(7)V99.
       01  WS-AUDIT-AMT            PIC 9(7)V99.
       01  WS-AUDIT-RECORD         PIC X(100) VALUE SPACES.
       01  WS-AMT-EDIT             PIC 9(7).99.
       01  WS-BAL-BEFORE-EDIT      PIC -9(7).99.
       01  WS-BAL-AFTER-EDIT       PIC -9(7).99.
       01  WS-AUDIT-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-POSTED-AMT-TOTAL     PIC 9(13)V99 VALUE 0.
       01  WS-POSTED-AMT-EDIT      PIC 9(13).99.

       01  WS-GRP-STATE            PIC X(2) VALUE SPACES.
       01  WS-GRP-COUNT            PIC 9(5) VALUE 0.
       01  WS-GRP-TOTAL            PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-EDIT           PIC Z(11)9.99.
       01  WS-STATE-GROUP-COUNT    PIC 9(5) VALUE 0.

       01  WS-ACCT-READ-COUNT      PIC 9(7) VALUE 0.
       01  WS-LETTER-ACCT-COUNT    PIC 9(5) VALUE 0.
       01  WS-LETTER-LINE-COUNT    PIC 9(5) VALUE 0.
       01  WS-ESCHEAT-COUNT        PIC 9(5) VALUE 0.
       01  WS-ESCHEAT-TOTAL        PIC 9(12)V99 VALUE 0.
       01  WS-NO-HISTORY-COUNT     PIC 9(5) VALUE 0.
       01  WS-REACTIVATED-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ESCHEAT: Starting unclaimed property run..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM

           PERFORM READ-ESCHEAT-PARAMETERS
           PERFORM LOAD-CUSTOMERS-INTO-MEMORY
           PERFORM LOAD-RELATIONSHIPS-INTO-MEMORY
           PERFORM LOAD-DILIGENCE-LETTERS

           SORT SORT-WORK ON ASCENDING KEY SRT-ACCT, SRT-DATE
               INPUT PROCEDURE RELEASE-OWNER-ACTIVITY
               OUTPUT PROCEDURE WRITE-LAST-ACTIVITY-DATES

           OPEN I-O ACCTMAST
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "ESCHEAT: CANNOT OPEN ACCTMAST - STATUS "
                       WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITLOG
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF
           OPEN INPUT WRKACT
           MOVE 'N' TO WS-ACT-STREAM-EOF
           PERFORM ADVANCE-ACTIVITY-STREAM
           OPEN OUTPUT ESCHLTR
           OPEN OUTPUT ESCHRPT-FILE
           OPEN OUTPUT ESCHHOLD
           PERFORM WRITE-LETTER-HEADING
           PERFORM WRITE-HOLDER-HEADING

           SORT HOLDER-SORT ON ASCENDING KEY HS-STATE, HS-ACCT
               INPUT PROCEDURE REVIEW-DORMANT-ACCOUNTS
               OUTPUT PROCEDURE WRITE-HOLDER-REPORT

           PERFORM WRITE-REPORT-TOTALS
           CLOSE ESCHHOLD
           CLOSE ESCHRPT-FILE
           CLOSE ESCHLTR
           CLOSE WRKACT
           CLOSE AUDITLOG
           CLOSE ACCTMAST
           PERFORM REWRITE-DILIGENCE-LETTERS
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "ESCHEAT: Accounts reviewed: " WS-ACCT-READ-COUNT
           DISPLAY "ESCHEAT: Due diligence letters: "
                   WS-LETTER-ACCT-COUNT
           DISPLAY "ESCHEAT: Accounts turned over: " WS-ESCHEAT-COUNT
           DISPLAY "ESCHEAT: Accounts with no history: "
                   WS-NO-HISTORY-COUNT

           STOP RUN.

       READ-ESCHEAT-PARAMETERS.
           MOVE 0 TO WS-STATE-COUNT.
           OPEN INPUT ESCHPARM.
           IF WS-ESCHPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ESCHPARM
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-STATE-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE ESCHPARM
           ELSE
               DISPLAY "ESCHEAT: NO STATE PARAMETERS ON FILE - "
                       "DEFAULT DORMANCY PERIOD APPLIES"
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-STATE-PARAMETER.
           MOVE SPACES TO WS-SP-STATE.
           MOVE SPACES TO WS-SP-DORM-STR.
           MOVE SPACES TO WS-SP-DD-STR.
           UNSTRING ESCHPARM-RECORD DELIMITED BY ','
               INTO WS-SP-STATE, WS-SP-DORM-STR, WS-SP-DD-STR
           END-UNSTRING.
           IF WS-SP-STATE = '**'
               IF WS-SP-DORM-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-SP-DORM-STR)
                       TO WS-DEFAULT-DORM-DAYS
               END-IF
               IF WS-SP-DD-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-SP-DD-STR)
                       TO WS-DEFAULT-DD-DAYS
               END-IF
           ELSE
               IF WS-STATE-COUNT >= WS-MAX-STATE-LIMIT
                   DISPLAY "ESCHEAT: STATE TABLE CAPACITY OF "
                       WS-MAX-STATE-LIMIT
                       " EXCEEDED - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-SP-STATE TO WS-STATE-CODE(WS-STATE-COUNT)
               MOVE 0 TO WS-STATE-DORM-DAYS(WS-STATE-COUNT)
               MOVE 0 TO WS-STATE-DD-DAYS(WS-STATE-COUNT)
               IF WS-SP-DORM-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-SP-DORM-STR)
                       TO WS-STATE-DORM-DAYS(WS-STATE-COUNT)
               END-IF
               IF WS-SP-DD-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-SP-DD-STR)
                       TO WS-STATE-DD-DAYS(WS-STATE-COUNT)
               END-IF
           END-IF.

       SET-STATE-DORMANCY-PERIOD.
           MOVE WS-DEFAULT-DORM-DAYS TO WS-EFF-DORM-DAYS.
           MOVE WS-DEFAULT-DD-DAYS TO WS-EFF-DD-DAYS.
           PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-STATE-COUNT
               IF WS-STATE-CODE(WS-S) = WS-OWNER-STATE
                   IF WS-STATE-DORM-DAYS(WS-S) > 0
                       MOVE WS-STATE-DORM-DAYS(WS-S)
                           TO WS-EFF-DORM-DAYS
                   END-IF
                   IF WS-STATE-DD-DAYS(WS-S) > 0
                       MOVE WS-STATE-DD-DAYS(WS-S) TO WS-EFF-DD-DAYS
                   END-IF
               END-IF
           END-PERFORM.

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
                               DISPLAY "ESCHEAT: CUSTOMERS TABLE "
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
               DISPLAY "ESCHEAT: NO CUSTOMER MASTER ON FILE - "
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
                               DISPLAY "ESCHEAT: RELATIONSHIPS "
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
                                        WS-REL-ACCT(WS-REL-COUNT),
                                        WS-REL-CODE(WS-REL-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTACCT
           ELSE
               DISPLAY "ESCHEAT: NO RELATIONSHIP FILE ON HAND - "
                       "STATUS " WS-CUSTACCT-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       LOAD-DILIGENCE-LETTERS.
           MOVE 0 TO WS-LTR-COUNT.
           OPEN INPUT ESCHDD.
           IF WS-ESCHDD-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ESCHDD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-LTR-COUNT >= WS-MAX-LTR-LIMIT
                               DISPLAY "ESCHEAT: LETTER TABLE "
                                   "CAPACITY OF " WS-MAX-LTR-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-LTR-COUNT
                               UNSTRING ESCHDD-RECORD DELIMITED BY ','
                                   INTO WS-LTR-ACCT(WS-LTR-COUNT),
                                        WS-LTR-DATE(WS-LTR-COUNT)
                               END-UNSTRING
                               MOVE 'N' TO WS-LTR-DROP(WS-LTR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCHDD
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       FIND-LETTER-FOR-ACCOUNT.
           MOVE 0 TO WS-LTR-IDX.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LTR-COUNT
               IF WS-LTR-ACCT(WS-L) = AM-ACCT-ID
                   AND WS-LTR-DROP(WS-L) = 'N'
                   MOVE WS-L TO WS-LTR-IDX
               END-IF
           END-PERFORM.

       RELEASE-OWNER-ACTIVITY.
           OPEN INPUT TRANHIST.
           IF WS-TRANHIST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRANHIST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM RELEASE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANHIST
           ELSE
               DISPLAY "ESCHEAT: NO TRANSACTION HISTORY ON FILE - "
                       "STATUS " WS-TRANHIST-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ AUDITLOG
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM RELEASE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       RELEASE-HISTORY-RECORD.
           UNSTRING TRANHIST-RECORD DELIMITED BY ','
               INTO WS-HIST-POST-DATE, WS-HIST-RUN-NO, WS-HIST-ACCT,
                    WS-HIST-TXN-ID, WS-HIST-TYPE
           END-UNSTRING.
           PERFORM RELEASE-ACTIVITY-ENTRY.

       RELEASE-AUDIT-RECORD.
           UNSTRING AUDIT-RECORD DELIMITED BY ','
               INTO WS-HIST-ACCT, WS-HIST-TXN-ID, WS-HIST-TYPE
           END-UNSTRING.
           MOVE WS-RUN-DATE TO WS-HIST-POST-DATE.
           PERFORM RELEASE-ACTIVITY-ENTRY.

       RELEASE-ACTIVITY-ENTRY.
           EVALUATE WS-HIST-TYPE
               WHEN 'INTEREST'
               WHEN 'SVC-CHARGE'
               WHEN 'OD-FEE'
               WHEN 'CD-INTEREST'
               WHEN 'CD-RENEW'
               WHEN 'CD-PENALTY'
               WHEN 'CD-PAYOUT'
               WHEN 'CD-PAYOUT-IN'
               WHEN 'ESCHEAT'
               WHEN 'EXTXFER-RET'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO SORT-RECORD
                   MOVE WS-HIST-ACCT TO SRT-ACCT
                   MOVE WS-HIST-POST-DATE TO SRT-DATE
                   RELEASE SORT-RECORD
           END-EVALUATE.

       WRITE-LAST-ACTIVITY-DATES.
           OPEN OUTPUT WRKACT.
           MOVE 'N' TO WS-GRP-OPEN-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                       IF WS-GRP-OPEN-FLAG = 'Y'
                           PERFORM WRITE-LAST-ACTIVITY-RECORD
                       END-IF
                   NOT AT END
                       IF WS-GRP-OPEN-FLAG = 'Y'
                           AND SRT-ACCT NOT = WS-GRP-ACCT
                           PERFORM WRITE-LAST-ACTIVITY-RECORD
                       END-IF
                       MOVE 'Y' TO WS-GRP-OPEN-FLAG
                       MOVE SRT-ACCT TO WS-GRP-ACCT
                       MOVE SRT-DATE TO WS-GRP-LAST-DATE
               END-RETURN
           END-PERFORM.
           CLOSE WRKACT.
           MOVE 'N' TO WS-EOF-FLAG.

       WRITE-LAST-ACTIVITY-RECORD.
           MOVE SPACES TO WS-BUILD-RECORD.
           STRING WS-GRP-ACCT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GRP-LAST-DATE DELIMITED BY SPACE
               INTO WS-BUILD-RECORD
           END-STRING.
           MOVE WS-BUILD-RECORD TO WRKACT-RECORD.
           WRITE WRKACT-RECORD.
           MOVE 'N' TO WS-GRP-OPEN-FLAG.

       ADVANCE-ACTIVITY-STREAM.
           READ WRKACT
               AT END
                   MOVE 'Y' TO WS-ACT-STREAM-EOF
                   MOVE HIGH-VALUES TO WS-CUR-ACT-ACCT
               NOT AT END
                   UNSTRING WRKACT-RECORD DELIMITED BY ','
                       INTO WS-CUR-ACT-ACCT, WS-CUR-ACT-DATE
                   END-UNSTRING
           END-READ.

       REVIEW-DORMANT-ACCOUNTS.
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
                       PERFORM REVIEW-SINGLE-ACCOUNT
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

       REVIEW-SINGLE-ACCOUNT.
           PERFORM UNTIL WS-ACT-STREAM-EOF = 'Y'
                       OR WS-CUR-ACT-ACCT NOT < AM-ACCT-ID
               PERFORM ADVANCE-ACTIVITY-STREAM
           END-PERFORM.
           PERFORM FIND-LETTER-FOR-ACCOUNT.
           IF AM-ACCT-TYPE = 'CLOSED' OR AM-ACCT-TYPE = 'ESCHEATED'
               OR AM-ACCT-BALANCE NOT > 0
               IF WS-LTR-IDX > 0
                   MOVE 'Y' TO WS-LTR-DROP(WS-LTR-IDX)
               END-IF
           ELSE
               IF WS-ACT-STREAM-EOF = 'N'
                   AND WS-CUR-ACT-ACCT = AM-ACCT-ID
                   PERFORM CHECK-ESCHEAT-DATES
               ELSE
                   ADD 1 TO WS-NO-HISTORY-COUNT
               END-IF
           END-IF.

       CHECK-ESCHEAT-DATES.
           PERFORM FIND-PRIMARY-OWNER.
           PERFORM SET-STATE-DORMANCY-PERIOD.
           MOVE FUNCTION NUMVAL(WS-CUR-ACT-DATE) TO WS-LAST-DATE-NUM.
           COMPUTE WS-ESCHEAT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-NUM)
               + WS-EFF-DORM-DAYS).
           COMPUTE WS-NOTICE-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ESCHEAT-DATE)
               - WS-EFF-DD-DAYS).
           IF WS-LTR-IDX > 0
               AND WS-LTR-DATE(WS-LTR-IDX) < WS-CUR-ACT-DATE
               MOVE 'Y' TO WS-LTR-DROP(WS-LTR-IDX)
               MOVE 0 TO WS-LTR-IDX
               ADD 1 TO WS-REACTIVATED-COUNT
           END-IF.
           IF WS-LTR-IDX = 0
               IF WS-RUN-DATE-NUM NOT < WS-NOTICE-FROM-DATE
                   PERFORM LIST-DILIGENCE-LETTER
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(WS-LTR-DATE(WS-LTR-IDX))
                   TO WS-WORK-DATE-NUM
               COMPUTE WS-TURNOVER-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
                   + WS-EFF-DD-DAYS)
               IF WS-TURNOVER-DATE < WS-ESCHEAT-DATE
                   MOVE WS-ESCHEAT-DATE TO WS-TURNOVER-DATE
               END-IF
               IF WS-RUN-DATE-NUM NOT < WS-TURNOVER-DATE
                   PERFORM TURN-OVER-ACCOUNT
               END-IF
           END-IF.

       FIND-PRIMARY-OWNER.
           MOVE 0 TO WS-OWNER-IDX.
           PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REL-COUNT OR WS-OWNER-IDX > 0
               IF WS-REL-ACCT(WS-R) = AM-ACCT-ID
                   AND WS-REL-CODE(WS-R) = 'PRI'
                   MOVE WS-REL-CUST(WS-R) TO WS-LOOKUP-CUST
                   PERFORM FIND-CUSTOMER-ENTRY
                   IF WS-CUST-IDX > 0
                       MOVE WS-R TO WS-OWNER-IDX
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REL-COUNT OR WS-OWNER-IDX > 0
               IF WS-REL-ACCT(WS-R) = AM-ACCT-ID
                   MOVE WS-REL-CUST(WS-R) TO WS-LOOKUP-CUST
                   PERFORM FIND-CUSTOMER-ENTRY
                   IF WS-CUST-IDX > 0
                       MOVE WS-R TO WS-OWNER-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OWNER-IDX > 0
               MOVE WS-REL-CUST(WS-OWNER-IDX) TO WS-LOOKUP-CUST
               PERFORM FIND-CUSTOMER-ENTRY
               PERFORM MOVE-CUSTOMER-TO-OWNER
           ELSE
               MOVE SPACES TO WS-OWNER-CUST-ID
               MOVE "OWNER UNKNOWN" TO WS-OWNER-NAME
               MOVE SPACES TO WS-OWNER-ADDR
               MOVE SPACES TO WS-OWNER-CITY
               MOVE '**' TO WS-OWNER-STATE
               MOVE SPACES TO WS-OWNER-ZIP
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-CUST-IDX.
           PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CUST-COUNT OR WS-CUST-IDX > 0
               IF WS-CUST-ID(WS-C) = WS-LOOKUP-CUST
                   MOVE WS-C TO WS-CUST-IDX
               END-IF
           END-PERFORM.

       MOVE-CUSTOMER-TO-OWNER.
           MOVE WS-CUST-ID(WS-CUST-IDX) TO WS-OWNER-CUST-ID.
           MOVE WS-CUST-NAME(WS-CUST-IDX) TO WS-OWNER-NAME.
           MOVE WS-CUST-ADDR(WS-CUST-IDX) TO WS-OWNER-ADDR.
           MOVE WS-CUST-CITY(WS-CUST-IDX) TO WS-OWNER-CITY.
           MOVE WS-CUST-STATE(WS-CUST-IDX) TO WS-OWNER-STATE.
           MOVE WS-CUST-ZIP(WS-CUST-IDX) TO WS-OWNER-ZIP.

       LIST-DILIGENCE-LETTER.
           IF WS-LTR-COUNT >= WS-MAX-LTR-LIMIT
               DISPLAY "ESCHEAT: LETTER TABLE CAPACITY OF "
                   WS-MAX-LTR-LIMIT " EXCEEDED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LTR-COUNT.
           MOVE AM-ACCT-ID TO WS-LTR-ACCT(WS-LTR-COUNT).
           MOVE WS-RUN-DATE TO WS-LTR-DATE(WS-LTR-COUNT).
           MOVE 'N' TO WS-LTR-DROP(WS-LTR-COUNT).
           ADD 1 TO WS-LETTER-ACCT-COUNT.
           IF WS-OWNER-IDX = 0
               PERFORM WRITE-LETTER-LINE
           ELSE
               PERFORM VARYING WS-R FROM 1 BY 1
                           UNTIL WS-R > WS-REL-COUNT
                   IF WS-REL-ACCT(WS-R) = AM-ACCT-ID
                       MOVE WS-REL-CUST(WS-R) TO WS-LOOKUP-CUST
                       PERFORM FIND-CUSTOMER-ENTRY
                       IF WS-CUST-IDX > 0
                           PERFORM MOVE-CUSTOMER-TO-OWNER
                           PERFORM WRITE-LETTER-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-LETTER-LINE.
           ADD 1 TO WS-LETTER-LINE-COUNT.
           MOVE AM-ACCT-BALANCE TO WS-BAL-AFTER-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING AM-ACCT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OWNER-CUST-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OWNER-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OWNER-ADDR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OWNER-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OWNER-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OWNER-ZIP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CUR-ACT-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ESCHEAT-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BAL-AFTER-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.

       TURN-OVER-ACCOUNT.
           MOVE AM-ACCT-TYPE TO WS-ORIG-TYPE.
           MOVE AM-ACCT-BALANCE TO WS-BALANCE-BEFORE.
           MOVE AM-ACCT-BALANCE TO WS-AUDIT-AMT.
           MOVE 0 TO AM-ACCT-BALANCE.
           MOVE 0 TO WS-BALANCE-AFTER.
           MOVE 'ESCHEATED' TO AM-ACCT-TYPE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   DISPLAY "ESCHEAT: REWRITE FAILED FOR ACCOUNT "
                           AM-ACCT-ID " - STATUS " WS-ACCTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 'Y' TO WS-LTR-DROP(WS-LTR-IDX)
                   ADD 1 TO WS-ESCHEAT-COUNT
                   ADD WS-AUDIT-AMT TO WS-ESCHEAT-TOTAL
                   MOVE SPACES TO HOLDER-SORT-RECORD
                   MOVE WS-OWNER-STATE TO HS-STATE
                   MOVE AM-ACCT-ID TO HS-ACCT
                   MOVE WS-OWNER-CUST-ID TO HS-CUST-ID
                   MOVE WS-OWNER-NAME TO HS-NAME
                   MOVE WS-OWNER-ADDR TO HS-ADDR
                   MOVE WS-OWNER-CITY TO HS-CITY
                   MOVE WS-OWNER-ZIP TO HS-ZIP
                   MOVE WS-ORIG-TYPE TO HS-ACCT-TYPE
                   MOVE WS-CUR-ACT-DATE TO HS-LAST-DATE
                   MOVE WS-AUDIT-AMT TO HS-AMT
                   RELEASE HOLDER-SORT-RECORD
           END-REWRITE.

       BUILD-ESCHEAT-TXN-ID.
           ADD 1 TO WS-TXN-SEQ.
           MOVE SPACES TO WS-TXN-ID.
           STRING "ES" DELIMITED BY SIZE
                  WS-TXN-SEQ DELIMITED BY SIZE
               INTO WS-TXN-ID
           END-STRING.

       WRITE-AUDIT-RECORD.
           PERFORM BUILD-ESCHEAT-TXN-ID.
           MOVE SPACES TO WS-AUDIT-RECORD.
           MOVE WS-AUDIT-AMT TO WS-AMT-EDIT.
           MOVE WS-BALANCE-BEFORE TO WS-BAL-BEFORE-EDIT.
           MOVE WS-BALANCE-AFTER TO WS-BAL-AFTER-EDIT.
           STRING AM-ACCT-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXN-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  "ESCHEAT" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BAL-BEFORE-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BAL-AFTER-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ORIG-TYPE DELIMITED BY SPACE
               INTO WS-AUDIT-RECORD
           END-STRING.
           MOVE WS-AUDIT-RECORD TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-REC-COUNT.
           ADD WS-AUDIT-AMT TO WS-POSTED-AMT-TOTAL.

       WRITE-HOLDER-REPORT.
           MOVE 'N' TO WS-GRP-OPEN-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               RETURN HOLDER-SORT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                       IF WS-GRP-OPEN-FLAG = 'Y'
                           PERFORM CLOSE-STATE-GROUP
                       END-IF
                   NOT AT END
                       PERFORM WRITE-SINGLE-HOLDER-ITEM
               END-RETURN
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

       WRITE-SINGLE-HOLDER-ITEM.
           IF WS-GRP-OPEN-FLAG = 'Y'
               AND HS-STATE NOT = WS-GRP-STATE
               PERFORM CLOSE-STATE-GROUP
           END-IF.
           IF WS-GRP-OPEN-FLAG = 'N'
               PERFORM OPEN-STATE-GROUP
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           ADD HS-AMT TO WS-GRP-TOTAL.
           MOVE HS-AMT TO WS-AMT-EDIT.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
                  HS-ACCT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HS-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HS-ADDR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HS-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HS-ZIP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HS-LAST-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO WS-BUILD-RECORD.
           STRING HS-STATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  HS-ACCT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  HS-ACCT-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  HS-CUST-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  HS-NAME DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  HS-ADDR DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  HS-CITY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  HS-ZIP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  HS-LAST-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-BUILD-RECORD
           END-STRING.
           MOVE WS-BUILD-RECORD TO HOLDER-RECORD.
           WRITE HOLDER-RECORD.

       OPEN-STATE-GROUP.
           MOVE 'Y' TO WS-GRP-OPEN-FLAG.
           MOVE HS-STATE TO WS-GRP-STATE.
           MOVE 0 TO WS-GRP-COUNT.
           MOVE 0 TO WS-GRP-TOTAL.
           ADD 1 TO WS-STATE-GROUP-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STATE: " DELIMITED BY SIZE
                  WS-GRP-STATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       CLOSE-STATE-GROUP.
           MOVE WS-GRP-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  STATE TOTAL  ACCOUNTS: " DELIMITED BY SIZE
                  WS-GRP-COUNT DELIMITED BY SIZE
                  "  AMOUNT REMITTED: " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'N' TO WS-GRP-OPEN-FLAG.

       REWRITE-DILIGENCE-LETTERS.
           OPEN OUTPUT ESCHDD.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LTR-COUNT
               IF WS-LTR-DROP(WS-L) = 'N'
                   MOVE SPACES TO WS-BUILD-RECORD
                   STRING WS-LTR-ACCT(WS-L) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-LTR-DATE(WS-L) DELIMITED BY SPACE
                       INTO WS-BUILD-RECORD
                   END-STRING
                   MOVE WS-BUILD-RECORD TO ESCHDD-RECORD
                   WRITE ESCHDD-RECORD
               END-IF
           END-PERFORM.
           CLOSE ESCHDD.

       WRITE-LETTER-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "UNCLAIMED PROPERTY DUE DILIGENCE LETTER LIST"
                      DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCT   CUST   NAME                  "
                  "ADDRESS               CITY            ST ZIP    "
                  "LAST-ACT  ESCHEAT   BALANCE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.

       WRITE-HOLDER-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "UNCLAIMED PROPERTY HOLDER REPORT BY STATE"
                      DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  ACCT   OWNER NAME            ADDRESS             "
                  "  CITY            ZIP    LAST-ACT  AMOUNT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REPORT-TOTALS.
           IF WS-ESCHEAT-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO ACCOUNTS TURNED OVER THIS RUN"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNTS REVIEWED:        " DELIMITED BY SIZE
                  WS-ACCT-READ-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DUE DILIGENCE ACCOUNTS:   " DELIMITED BY SIZE
                  WS-LETTER-ACCT-COUNT DELIMITED BY SIZE
                  "  LETTERS: " DELIMITED BY SIZE
                  WS-LETTER-LINE-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LETTERS CLEARED BY ACTIVITY: " DELIMITED BY SIZE
                  WS-REACTIVATED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NO ACTIVITY ON FILE:      " DELIMITED BY SIZE
                  WS-NO-HISTORY-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STATES REPORTED:          " DELIMITED BY SIZE
                  WS-STATE-GROUP-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNTS TURNED OVER:     " DELIMITED BY SIZE
                  WS-ESCHEAT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL AMOUNT REMITTED:    " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-RUN-CONTROL-RECORD.
           OPEN EXTEND RUNCTL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           MOVE RETURN-CODE TO WS-RC-DISPLAY.
           MOVE WS-POSTED-AMT-TOTAL TO WS-POSTED-AMT-EDIT.
           MOVE SPACES TO WS-RUNCTL-LINE.
           STRING "ESCHEAT" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ACCT-READ-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-LETTER-ACCT-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ESCHEAT-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-AUDIT-REC-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-POSTED-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RC-DISPLAY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  "COMPLETE" DELIMITED BY SIZE
               INTO WS-RUNCTL-LINE
           END-STRING.
           MOVE WS-RUNCTL-LINE TO RUNCTL-RECORD.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL.
