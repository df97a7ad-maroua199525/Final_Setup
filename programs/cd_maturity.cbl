       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMATR.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT CDPARM ASSIGN TO "CDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDPARM-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CDMAST ASSIGN TO "CDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDMAST-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT CDREG ASSIGN TO "CDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDNOTICE ASSIGN TO "CDNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST.
       01  ACCTMAST-RECORD.
           05  AM-ACCT-ID          PIC X(5).
           05  AM-ACCT-NAME        PIC X(20).
           05  AM-ACCT-TYPE        PIC X(10).
           05  AM-ACCT-BALANCE     PIC S9(7)V99.
           05  AM-ACCT-OD-LIMIT    PIC 9(7)V99.

       FD  CDPARM.
       01  CDPARM-RECORD           PIC X(80).

       FD  PRODMAST.
       01  PRODMAST-RECORD         PIC X(100).

       FD  CDMAST.
       01  CDMAST-RECORD           PIC X(100).

       FD  AUDITLOG.
       01  AUDIT-RECORD            PIC X(100).

       FD  CDREG.
       01  PRINT-RECORD            PIC X(132).

       FD  CDNOTICE.
       01  NOTICE-RECORD           PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-BUILD-RECORD         PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-ACCTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CDPARM-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PRODMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CDMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AUDITLOG-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-LINE          PIC X(132) VALUE SPACES.
       01  WS-RC-DISPLAY           PIC 9(4).

       01  WS-PARM-RECORD          VALUE SPACES.
           05  WS-PARM-NOTICE-DAYS PIC X(3).
       01  WS-NOTICE-DAYS          PIC 9(3) VALUE 30.

       01  WS-MAX-PROD-LIMIT       PIC 9(2) VALUE 50.
       01  WS-PROD-COUNT           PIC 9(2) VALUE 0.
       01  WS-PRODUCTS-TABLE.
           05  WS-PROD-ENTRY       OCCURS 1 TO 50 TIMES
                                    DEPENDING ON WS-PROD-COUNT.
               10  WS-PROD-CODE    PIC X(10).
               10  WS-PROD-RATE    PIC 9V9999.
               10  WS-PROD-TERM    PIC 9(3).
               10  WS-PROD-PENALTY-DAYS PIC 9(3).
       01  WS-PM-CODE              PIC X(10).
       01  WS-PM-DESC              PIC X(20).
       01  WS-PM-RATE-STR          PIC X(10).
       01  WS-PM-MIN-BAL-STR       PIC X(10).
       01  WS-PM-SVC-CHG-STR       PIC X(10).
       01  WS-PM-DORM-STR          PIC X(10).
       01  WS-PM-TERM-STR          PIC X(10).
       01  WS-PM-PENALTY-STR       PIC X(10).
       01  WS-P                    PIC 9(2).
       01  WS-PROD-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-PROD-LOOKUP-CODE     PIC X(10).
       01  WS-PROD-IDX             PIC 9(2).

       01  WS-MAX-CD-LIMIT         PIC 9(5) VALUE 5000.
       01  WS-CD-COUNT             PIC 9(5) VALUE 0.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-CD-COUNT.
               10  WS-CD-ACCT      PIC X(5).
               10  WS-CD-TERM      PIC 9(3).
               10  WS-CD-ISSUE-DT  PIC X(8).
               10  WS-CD-MATURITY-DT PIC X(8).
               10  WS-CD-RATE      PIC 9V9999.
               10  WS-CD-PENALTY-DAYS PIC 9(3).
               10  WS-CD-ROLLOVER  PIC X.
               10  WS-CD-PAYOUT-ACCT PIC X(5).
               10  WS-CD-NOTICE-DT PIC X(8).
               10  WS-CD-DROP      PIC X.
       01  WS-IN-TERM-STR          PIC X(5).
       01  WS-IN-RATE-STR          PIC X(10).
       01  WS-IN-PENALTY-STR       PIC X(5).
       01  WS-RATE-EDIT            PIC 9.9999.

       01  WS-I                    PIC 9(5).
       01  WS-FOUND-FLAG           PIC X VALUE 'N'.
       01  WS-PAYOUT-OK-FLAG       PIC X VALUE 'N'.
       01  WS-CD-NAME              PIC X(20).
       01  WS-CD-TYPE              PIC X(10).
       01  WS-CD-BALANCE           PIC S9(7)V99.
       01  WS-CD-OD-LIMIT          PIC 9(7)V99.
       01  WS-PAY-NAME             PIC X(20).
       01  WS-PAY-TYPE             PIC X(10).
       01  WS-PAY-BALANCE          PIC S9(7)V99.
       01  WS-PAY-OD-LIMIT         PIC 9(7)V99.
       01  WS-INTEREST-AMT         PIC S9(7)V99.
       01  WS-PAYOUT-AMT           PIC S9(7)V99.

       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DAYS-TO-MATURITY     PIC S9(7).
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY        PIC 9(4).
           05  WS-WORK-MM          PIC 9(2).
           05  WS-WORK-DD          PIC 9(2).
       01  WS-MONTH-TOTAL          PIC 9(6).
       01  WS-DAYS-IN-MONTH        PIC 9(2).

       01  WS-TXN-SEQ              PIC 9(5) VALUE 0.
       01  WS-TXN-ID               PIC X(10).
       01  WS-AUDIT-ACCT           PIC X(5).
       01  WS-AUDIT-TYPE           PIC X(15).
       01  WS-AUDIT-ACCT-TYPE      PIC X(10).
       01  WS-AUDIT-AMT            PIC S9(7)V99.
       01  WS-BALANCE-BEFORE       PIC S9(7)V99.
       01  WS-BALANCE-AFTER        PIC S9(7)V99.
       01  WS-AUDIT-RECORD         PIC X(100) VALUE SPACES.
       01  WS-AMT-EDIT             PIC 9(7).99.
       01  WS-BAL-BEFORE-EDIT      PIC -9(7).99.
       01  WS-BAL-AFTER-EDIT       PIC -9(7).99.
       01  WS-AUDIT-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-ACTION-TEXT          PIC X(30).

       01  WS-ENROLLED-COUNT       PIC 9(5) VALUE 0.
       01  WS-RENEWED-COUNT        PIC 9(5) VALUE 0.
       01  WS-PAID-OUT-COUNT       PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT         PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01  WS-INTEREST-TOTAL       PIC S9(12)V99 VALUE 0.
       01  WS-PAYOUT-TOTAL         PIC S9(12)V99 VALUE 0.
       01  WS-POSTED-AMT-TOTAL     PIC 9(13)V99 VALUE 0.
       01  WS-POSTED-AMT-EDIT      PIC 9(13).99.
       01  WS-TOTAL-EDIT           PIC -9(12).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CDMATR: Starting time deposit maturity run..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM

           PERFORM READ-MATURITY-PARAMETERS
           PERFORM LOAD-PRODUCT-MASTER
           PERFORM LOAD-CD-MASTER

           OPEN I-O ACCTMAST
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "CDMATR: CANNOT OPEN ACCTMAST - STATUS "
                       WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITLOG
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF
           OPEN OUTPUT CDREG
           OPEN OUTPUT CDNOTICE
           PERFORM WRITE-REGISTER-HEADING

           PERFORM ENROLL-NEW-TERM-ACCOUNTS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CD-COUNT
               IF WS-CD-DROP(WS-I) = 'N'
                   PERFORM PROCESS-SINGLE-CD
               END-IF
           END-PERFORM

           PERFORM WRITE-REGISTER-TOTALS
           CLOSE CDNOTICE
           CLOSE CDREG
           CLOSE AUDITLOG
           CLOSE ACCTMAST
           PERFORM REWRITE-CD-MASTER
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "CDMATR: Certificates enrolled: " WS-ENROLLED-COUNT
           DISPLAY "CDMATR: Certificates renewed: " WS-RENEWED-COUNT
           DISPLAY "CDMATR: Certificates paid out: " WS-PAID-OUT-COUNT
           DISPLAY "CDMATR: Maturity notices: " WS-NOTICE-COUNT
           DISPLAY "CDMATR: Exceptions: " WS-EXCEPTION-COUNT

           STOP RUN.

       READ-MATURITY-PARAMETERS.
           OPEN INPUT CDPARM
           IF WS-CDPARM-STATUS = "00"
               READ CDPARM INTO WS-PARM-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-PARM-NOTICE-DAYS NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-NOTICE-DAYS)
                       TO WS-NOTICE-DAYS
               END-IF
               CLOSE CDPARM
           END-IF.

       LOAD-PRODUCT-MASTER.
           MOVE 0 TO WS-PROD-COUNT.
           OPEN INPUT PRODMAST.
           IF WS-PRODMAST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PRODMAST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-PROD-COUNT >= WS-MAX-PROD-LIMIT
                               DISPLAY "CDMATR: PRODUCT TABLE "
                                   "CAPACITY OF " WS-MAX-PROD-LIMIT
                                   " EXCEEDED - REMAINING SKIPPED"
                               MOVE 'Y' TO WS-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-PROD-COUNT
                               PERFORM STORE-PRODUCT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODMAST
           ELSE
               DISPLAY "CDMATR: NO PRODUCT MASTER ON FILE - "
                       "NO TERM PRODUCTS DEFINED"
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-PRODUCT-RECORD.
           MOVE SPACES TO WS-PM-RATE-STR.
           MOVE SPACES TO WS-PM-TERM-STR.
           MOVE SPACES TO WS-PM-PENALTY-STR.
           UNSTRING PRODMAST-RECORD DELIMITED BY ','
               INTO WS-PM-CODE, WS-PM-DESC, WS-PM-RATE-STR,
                    WS-PM-MIN-BAL-STR, WS-PM-SVC-CHG-STR,
                    WS-PM-DORM-STR, WS-PM-TERM-STR,
                    WS-PM-PENALTY-STR
           END-UNSTRING.
           MOVE WS-PM-CODE TO WS-PROD-CODE(WS-PROD-COUNT).
           IF WS-PM-RATE-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PM-RATE-STR)
                   TO WS-PROD-RATE(WS-PROD-COUNT)
           ELSE
               MOVE 0 TO WS-PROD-RATE(WS-PROD-COUNT)
           END-IF.
           IF WS-PM-TERM-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PM-TERM-STR)
                   TO WS-PROD-TERM(WS-PROD-COUNT)
           ELSE
               MOVE 0 TO WS-PROD-TERM(WS-PROD-COUNT)
           END-IF.
           IF WS-PM-PENALTY-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PM-PENALTY-STR)
                   TO WS-PROD-PENALTY-DAYS(WS-PROD-COUNT)
           ELSE
               MOVE 0 TO WS-PROD-PENALTY-DAYS(WS-PROD-COUNT)
           END-IF.

       FIND-PRODUCT-ENTRY.
           MOVE 'N' TO WS-PROD-FOUND-FLAG.
           PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PROD-COUNT
               IF WS-PROD-CODE(WS-P) = WS-PROD-LOOKUP-CODE
                   MOVE 'Y' TO WS-PROD-FOUND-FLAG
                   MOVE WS-P TO WS-PROD-IDX
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
                               DISPLAY "CDMATR: CD TABLE CAPACITY OF "
                                   WS-MAX-CD-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-CD-COUNT
                               PERFORM PARSE-CD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CDMAST
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       PARSE-CD-RECORD.
           MOVE SPACES TO WS-CD-PAYOUT-ACCT(WS-CD-COUNT).
           MOVE SPACES TO WS-CD-NOTICE-DT(WS-CD-COUNT).
           UNSTRING CDMAST-RECORD DELIMITED BY ','
               INTO WS-CD-ACCT(WS-CD-COUNT), WS-IN-TERM-STR,
                    WS-CD-ISSUE-DT(WS-CD-COUNT),
                    WS-CD-MATURITY-DT(WS-CD-COUNT),
                    WS-IN-RATE-STR, WS-IN-PENALTY-STR,
                    WS-CD-ROLLOVER(WS-CD-COUNT),
                    WS-CD-PAYOUT-ACCT(WS-CD-COUNT),
                    WS-CD-NOTICE-DT(WS-CD-COUNT)
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-IN-TERM-STR)
               TO WS-CD-TERM(WS-CD-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-RATE-STR)
               TO WS-CD-RATE(WS-CD-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-PENALTY-STR)
               TO WS-CD-PENALTY-DAYS(WS-CD-COUNT).
           IF WS-CD-ROLLOVER(WS-CD-COUNT) NOT = 'P'
               AND WS-CD-ROLLOVER(WS-CD-COUNT) NOT = 'X'
               MOVE 'R' TO WS-CD-ROLLOVER(WS-CD-COUNT)
           END-IF.
           MOVE 'N' TO WS-CD-DROP(WS-CD-COUNT).

       ENROLL-NEW-TERM-ACCOUNTS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO AM-ACCT-ID.
           START ACCTMAST KEY NOT < AM-ACCT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCTMAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AM-ACCT-TYPE TO WS-PROD-LOOKUP-CODE
                       PERFORM FIND-PRODUCT-ENTRY
                       IF WS-PROD-FOUND-FLAG = 'Y'
                           AND WS-PROD-TERM(WS-PROD-IDX) > 0
                           AND AM-ACCT-BALANCE > 0
                           PERFORM FIND-CD-FOR-ACCOUNT
                           IF WS-FOUND-FLAG = 'N'
                               PERFORM ENROLL-SINGLE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

       FIND-CD-FOR-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CD-COUNT
               IF WS-CD-ACCT(WS-I) = AM-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       ENROLL-SINGLE-ACCOUNT.
           IF WS-CD-COUNT >= WS-MAX-CD-LIMIT
               DISPLAY "CDMATR: CD TABLE CAPACITY OF " WS-MAX-CD-LIMIT
                       " EXCEEDED - ACCOUNT " AM-ACCT-ID
                       " NOT ENROLLED"
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CD-COUNT
               MOVE AM-ACCT-ID TO WS-CD-ACCT(WS-CD-COUNT)
               MOVE WS-PROD-TERM(WS-PROD-IDX)
                   TO WS-CD-TERM(WS-CD-COUNT)
               MOVE WS-RUN-DATE TO WS-CD-ISSUE-DT(WS-CD-COUNT)
               MOVE WS-RUN-DATE-NUM TO WS-WORK-DATE
               MOVE WS-CD-TERM(WS-CD-COUNT) TO WS-MONTH-TOTAL
               PERFORM ADD-TERM-TO-WORK-DATE
               MOVE WS-WORK-DATE TO WS-CD-MATURITY-DT(WS-CD-COUNT)
               MOVE WS-PROD-RATE(WS-PROD-IDX)
                   TO WS-CD-RATE(WS-CD-COUNT)
               MOVE WS-PROD-PENALTY-DAYS(WS-PROD-IDX)
                   TO WS-CD-PENALTY-DAYS(WS-CD-COUNT)
               MOVE 'R' TO WS-CD-ROLLOVER(WS-CD-COUNT)
               MOVE SPACES TO WS-CD-PAYOUT-ACCT(WS-CD-COUNT)
               MOVE SPACES TO WS-CD-NOTICE-DT(WS-CD-COUNT)
               MOVE 'N' TO WS-CD-DROP(WS-CD-COUNT)
               ADD 1 TO WS-ENROLLED-COUNT
               MOVE AM-ACCT-ID TO WS-AUDIT-ACCT
               MOVE 0 TO WS-AUDIT-AMT
               MOVE AM-ACCT-BALANCE TO WS-BALANCE-AFTER
               MOVE WS-CD-COUNT TO WS-I
               MOVE "ENROLLED" TO WS-ACTION-TEXT
               PERFORM WRITE-REGISTER-DETAIL-LINE
           END-IF.

       ADD-TERM-TO-WORK-DATE.
           COMPUTE WS-MONTH-TOTAL = WS-MONTH-TOTAL
               + (WS-WORK-YYYY * 12) + WS-WORK-MM - 1.
           COMPUTE WS-WORK-YYYY = WS-MONTH-TOTAL / 12.
           COMPUTE WS-WORK-MM =
               FUNCTION MOD(WS-MONTH-TOTAL, 12) + 1.
           EVALUATE WS-WORK-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD(WS-WORK-YYYY, 4) = 0
                       AND FUNCTION MOD(WS-WORK-YYYY, 100) NOT = 0)
                       OR FUNCTION MOD(WS-WORK-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
           IF WS-WORK-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD
           END-IF.

       PROCESS-SINGLE-CD.
           MOVE WS-CD-ACCT(WS-I) TO AM-ACCT-ID.
           MOVE 'N' TO WS-FOUND-FLAG.
           READ ACCTMAST
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE AM-ACCT-NAME TO WS-CD-NAME
                   MOVE AM-ACCT-TYPE TO WS-CD-TYPE
                   MOVE AM-ACCT-BALANCE TO WS-CD-BALANCE
                   MOVE AM-ACCT-OD-LIMIT TO WS-CD-OD-LIMIT
           END-READ.
           IF WS-FOUND-FLAG = 'N' OR WS-CD-TYPE = 'CLOSED'
               OR WS-CD-TYPE = 'ESCHEATED'
               MOVE 'Y' TO WS-CD-DROP(WS-I)
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-CD-ACCT(WS-I) TO WS-AUDIT-ACCT
               MOVE 0 TO WS-AUDIT-AMT
               MOVE 0 TO WS-BALANCE-AFTER
               MOVE "REMOVED - ACCOUNT NOT OPEN" TO WS-ACTION-TEXT
               PERFORM WRITE-REGISTER-DETAIL-LINE
           ELSE
               IF WS-CD-ROLLOVER(WS-I) NOT = 'X'
                   IF WS-CD-MATURITY-DT(WS-I) NOT > WS-RUN-DATE
                       PERFORM MATURE-SINGLE-CD
                   ELSE
                       PERFORM CHECK-MATURITY-NOTICE
                   END-IF
               END-IF
           END-IF.

       CHECK-MATURITY-NOTICE.
           MOVE FUNCTION NUMVAL(WS-CD-MATURITY-DT(WS-I))
               TO WS-DATE-NUM.
           COMPUTE WS-DAYS-TO-MATURITY =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           IF WS-DAYS-TO-MATURITY <= WS-NOTICE-DAYS
               AND WS-CD-NOTICE-DT(WS-I) = SPACES
               PERFORM WRITE-MATURITY-NOTICE
               MOVE WS-RUN-DATE TO WS-CD-NOTICE-DT(WS-I)
               ADD 1 TO WS-NOTICE-COUNT
           END-IF.

       MATURE-SINGLE-CD.
           MOVE 0 TO WS-INTEREST-AMT.
           IF WS-CD-BALANCE > 0
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   WS-CD-BALANCE * WS-CD-RATE(WS-I) * WS-CD-TERM(WS-I)
           END-IF.
           PERFORM BUILD-CD-TXN-ID.
           MOVE 'N' TO WS-PAYOUT-OK-FLAG.
           IF WS-CD-ROLLOVER(WS-I) = 'P'
               PERFORM VALIDATE-PAYOUT-ACCOUNT
               IF WS-PAYOUT-OK-FLAG = 'N'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-CD-ACCT(WS-I) TO WS-AUDIT-ACCT
                   MOVE 0 TO WS-AUDIT-AMT
                   MOVE WS-CD-BALANCE TO WS-BALANCE-AFTER
                   MOVE "PAYOUT ACCT INVALID - RENEWED"
                       TO WS-ACTION-TEXT
                   PERFORM WRITE-REGISTER-DETAIL-LINE
               END-IF
           END-IF.
           IF WS-PAYOUT-OK-FLAG = 'Y'
               PERFORM PAY-OUT-MATURED-CD
           ELSE
               PERFORM RENEW-MATURED-CD
           END-IF.

       VALIDATE-PAYOUT-ACCOUNT.
           IF WS-CD-PAYOUT-ACCT(WS-I) NOT = SPACES
               AND WS-CD-PAYOUT-ACCT(WS-I) NOT = WS-CD-ACCT(WS-I)
               MOVE WS-CD-PAYOUT-ACCT(WS-I) TO AM-ACCT-ID
               READ ACCTMAST
                   INVALID KEY
                       MOVE 'N' TO WS-PAYOUT-OK-FLAG
                   NOT INVALID KEY
                       IF AM-ACCT-TYPE NOT = 'CLOSED'
                           AND AM-ACCT-TYPE NOT = 'ESCHEATED'
                           MOVE 'Y' TO WS-PAYOUT-OK-FLAG
                           MOVE AM-ACCT-NAME TO WS-PAY-NAME
                           MOVE AM-ACCT-TYPE TO WS-PAY-TYPE
                           MOVE AM-ACCT-BALANCE TO WS-PAY-BALANCE
                           MOVE AM-ACCT-OD-LIMIT TO WS-PAY-OD-LIMIT
                       END-IF
               END-READ
           END-IF.

       RENEW-MATURED-CD.
           MOVE WS-CD-BALANCE TO WS-BALANCE-BEFORE.
           ADD WS-INTEREST-AMT TO WS-CD-BALANCE.
           MOVE WS-CD-BALANCE TO WS-BALANCE-AFTER.
           PERFORM REWRITE-CD-ACCOUNT.
           MOVE WS-CD-ACCT(WS-I) TO WS-AUDIT-ACCT.
           MOVE 'CD-RENEW' TO WS-AUDIT-TYPE.
           MOVE WS-CD-TYPE TO WS-AUDIT-ACCT-TYPE.
           MOVE WS-INTEREST-AMT TO WS-AUDIT-AMT.
           PERFORM WRITE-AUDIT-RECORD.
           ADD WS-INTEREST-AMT TO WS-INTEREST-TOTAL.

           MOVE WS-CD-MATURITY-DT(WS-I) TO WS-CD-ISSUE-DT(WS-I).
           MOVE FUNCTION NUMVAL(WS-CD-MATURITY-DT(WS-I))
               TO WS-WORK-DATE.
           MOVE WS-CD-TERM(WS-I) TO WS-MONTH-TOTAL.
           PERFORM ADD-TERM-TO-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-CD-MATURITY-DT(WS-I).
           MOVE WS-CD-TYPE TO WS-PROD-LOOKUP-CODE.
           PERFORM FIND-PRODUCT-ENTRY.
           IF WS-PROD-FOUND-FLAG = 'Y'
               MOVE WS-PROD-RATE(WS-PROD-IDX) TO WS-CD-RATE(WS-I)
           END-IF.
           MOVE SPACES TO WS-CD-NOTICE-DT(WS-I).
           ADD 1 TO WS-RENEWED-COUNT.
           MOVE "RENEWED" TO WS-ACTION-TEXT.
           PERFORM WRITE-REGISTER-DETAIL-LINE.

       PAY-OUT-MATURED-CD.
           IF WS-INTEREST-AMT > 0
               MOVE WS-CD-BALANCE TO WS-BALANCE-BEFORE
               ADD WS-INTEREST-AMT TO WS-CD-BALANCE
               MOVE WS-CD-BALANCE TO WS-BALANCE-AFTER
               MOVE WS-CD-ACCT(WS-I) TO WS-AUDIT-ACCT
               MOVE 'CD-INTEREST' TO WS-AUDIT-TYPE
               MOVE WS-CD-TYPE TO WS-AUDIT-ACCT-TYPE
               MOVE WS-INTEREST-AMT TO WS-AUDIT-AMT
               PERFORM WRITE-AUDIT-RECORD
               ADD WS-INTEREST-AMT TO WS-INTEREST-TOTAL
           END-IF.

           MOVE 0 TO WS-PAYOUT-AMT.
           IF WS-CD-BALANCE > 0
               MOVE WS-CD-BALANCE TO WS-PAYOUT-AMT
           END-IF.
           IF WS-PAYOUT-AMT > 0
               MOVE WS-CD-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-PAYOUT-AMT FROM WS-CD-BALANCE
               MOVE WS-CD-BALANCE TO WS-BALANCE-AFTER
               PERFORM REWRITE-CD-ACCOUNT
               MOVE WS-CD-ACCT(WS-I) TO WS-AUDIT-ACCT
               MOVE 'CD-PAYOUT' TO WS-AUDIT-TYPE
               MOVE WS-CD-TYPE TO WS-AUDIT-ACCT-TYPE
               MOVE WS-PAYOUT-AMT TO WS-AUDIT-AMT
               PERFORM WRITE-AUDIT-RECORD
               MOVE WS-PAY-BALANCE TO WS-BALANCE-BEFORE
               ADD WS-PAYOUT-AMT TO WS-PAY-BALANCE
               MOVE WS-PAY-BALANCE TO WS-BALANCE-AFTER
               MOVE WS-CD-PAYOUT-ACCT(WS-I) TO AM-ACCT-ID
               MOVE WS-PAY-NAME TO AM-ACCT-NAME
               MOVE WS-PAY-TYPE TO AM-ACCT-TYPE
               MOVE WS-PAY-BALANCE TO AM-ACCT-BALANCE
               MOVE WS-PAY-OD-LIMIT TO AM-ACCT-OD-LIMIT
               REWRITE ACCTMAST-RECORD
                   INVALID KEY
                       DISPLAY "CDMATR: REWRITE FAILED FOR ACCOUNT "
                               AM-ACCT-ID " - STATUS "
                               WS-ACCTMAST-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
               MOVE WS-CD-PAYOUT-ACCT(WS-I) TO WS-AUDIT-ACCT
               MOVE 'CD-PAYOUT-IN' TO WS-AUDIT-TYPE
               MOVE WS-PAY-TYPE TO WS-AUDIT-ACCT-TYPE
               MOVE WS-PAYOUT-AMT TO WS-AUDIT-AMT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           ADD WS-PAYOUT-AMT TO WS-PAYOUT-TOTAL.
           ADD 1 TO WS-PAID-OUT-COUNT.
           MOVE 'X' TO WS-CD-ROLLOVER(WS-I).
           MOVE WS-CD-ACCT(WS-I) TO WS-AUDIT-ACCT.
           MOVE WS-PAYOUT-AMT TO WS-AUDIT-AMT.
           MOVE WS-CD-BALANCE TO WS-BALANCE-AFTER.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "PAID TO " DELIMITED BY SIZE
                  WS-CD-PAYOUT-ACCT(WS-I) DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM WRITE-REGISTER-DETAIL-LINE.

       REWRITE-CD-ACCOUNT.
           MOVE WS-CD-ACCT(WS-I) TO AM-ACCT-ID.
           MOVE WS-CD-NAME TO AM-ACCT-NAME.
           MOVE WS-CD-TYPE TO AM-ACCT-TYPE.
           MOVE WS-CD-BALANCE TO AM-ACCT-BALANCE.
           MOVE WS-CD-OD-LIMIT TO AM-ACCT-OD-LIMIT.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   DISPLAY "CDMATR: REWRITE FAILED FOR ACCOUNT "
                           AM-ACCT-ID " - STATUS " WS-ACCTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       BUILD-CD-TXN-ID.
           ADD 1 TO WS-TXN-SEQ.
           MOVE SPACES TO WS-TXN-ID.
           STRING "CD" DELIMITED BY SIZE
                  WS-TXN-SEQ DELIMITED BY SIZE
               INTO WS-TXN-ID
           END-STRING.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-RECORD.
           MOVE WS-AUDIT-AMT TO WS-AMT-EDIT.
           MOVE WS-BALANCE-BEFORE TO WS-BAL-BEFORE-EDIT.
           MOVE WS-BALANCE-AFTER TO WS-BAL-AFTER-EDIT.
           STRING WS-AUDIT-ACCT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXN-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-AUDIT-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BAL-BEFORE-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BAL-AFTER-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-AUDIT-ACCT-TYPE DELIMITED BY SPACE
               INTO WS-AUDIT-RECORD
           END-STRING.
           MOVE WS-AUDIT-RECORD TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-REC-COUNT.
           ADD WS-AUDIT-AMT TO WS-POSTED-AMT-TOTAL.

       REWRITE-CD-MASTER.
           OPEN OUTPUT CDMAST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CD-COUNT
               IF WS-CD-DROP(WS-I) = 'N'
                   MOVE WS-CD-RATE(WS-I) TO WS-RATE-EDIT
                   MOVE SPACES TO WS-BUILD-RECORD
                   STRING WS-CD-ACCT(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-CD-TERM(WS-I) DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-CD-ISSUE-DT(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-CD-MATURITY-DT(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-RATE-EDIT DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-CD-PENALTY-DAYS(WS-I) DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-CD-ROLLOVER(WS-I) DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-CD-PAYOUT-ACCT(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-CD-NOTICE-DT(WS-I) DELIMITED BY SPACE
                       INTO WS-BUILD-RECORD
                   END-STRING
                   MOVE WS-BUILD-RECORD TO CDMAST-RECORD
                   WRITE CDMAST-RECORD
               END-IF
           END-PERFORM.
           CLOSE CDMAST.

       WRITE-MATURITY-NOTICE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CERTIFICATE OF DEPOSIT MATURITY NOTICE"
                       DELIMITED BY SIZE
                  "     DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE NOTICE-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNT: " DELIMITED BY SIZE
                  WS-CD-ACCT(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CD-NAME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE NOTICE-RECORD FROM WS-PRINT-LINE.

           MOVE WS-CD-BALANCE TO WS-BAL-AFTER-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "YOUR CERTIFICATE MATURES ON " DELIMITED BY SIZE
                  WS-CD-MATURITY-DT(WS-I) DELIMITED BY SIZE
                  ".  CURRENT BALANCE: " DELIMITED BY SIZE
                  WS-BAL-AFTER-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE NOTICE-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-CD-ROLLOVER(WS-I) = 'P'
               STRING "AT MATURITY PRINCIPAL AND INTEREST WILL BE "
                      "PAID TO ACCOUNT " DELIMITED BY SIZE
                      WS-CD-PAYOUT-ACCT(WS-I) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "AT MATURITY THE CERTIFICATE WILL RENEW FOR "
                      DELIMITED BY SIZE
                      WS-CD-TERM(WS-I) DELIMITED BY SIZE
                      " MONTHS AT THE RATE THEN IN EFFECT"
                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE NOTICE-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TO CHANGE THESE INSTRUCTIONS PLEASE CONTACT "
                  "YOUR BRANCH BEFORE THE MATURITY DATE"
                  DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE NOTICE-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE NOTICE-RECORD FROM WS-PRINT-LINE.

           MOVE WS-CD-ACCT(WS-I) TO WS-AUDIT-ACCT.
           MOVE 0 TO WS-AUDIT-AMT.
           MOVE WS-CD-BALANCE TO WS-BALANCE-AFTER.
           MOVE "MATURITY NOTICE SENT" TO WS-ACTION-TEXT.
           PERFORM WRITE-REGISTER-DETAIL-LINE.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TIME DEPOSIT MATURITY REGISTER" DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNT  TERM  MATURITY  RATE    "
                  "AMOUNT      NEW-BALANCE  ACTION"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REGISTER-DETAIL-LINE.
           MOVE WS-AUDIT-AMT TO WS-AMT-EDIT.
           MOVE WS-BALANCE-AFTER TO WS-BAL-AFTER-EDIT.
           MOVE WS-CD-RATE(WS-I) TO WS-RATE-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-AUDIT-ACCT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-CD-TERM(WS-I) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CD-MATURITY-DT(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BAL-AFTER-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CERTIFICATES ENROLLED:  " DELIMITED BY SIZE
                  WS-ENROLLED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CERTIFICATES RENEWED:   " DELIMITED BY SIZE
                  WS-RENEWED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CERTIFICATES PAID OUT:  " DELIMITED BY SIZE
                  WS-PAID-OUT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MATURITY NOTICES SENT:  " DELIMITED BY SIZE
                  WS-NOTICE-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXCEPTIONS:             " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-INTEREST-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INTEREST CREDITED:      " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-PAYOUT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PRINCIPAL PAID OUT:     " DELIMITED BY SIZE
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
           STRING "CDMATR" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CD-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RENEWED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PAID-OUT-COUNT DELIMITED BY SIZE
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
