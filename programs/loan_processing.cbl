       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRUN.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT LOANPARM ASSIGN TO "LOANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPARM-STATUS.
           SELECT LOANMAST ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT LOANNEW ASSIGN TO "LOANNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANNEW-STATUS.
           SELECT LOANPMTQ ASSIGN TO "LOANPMTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPMTQ-STATUS.
           SELECT CUSTACCT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT LOANREG ASSIGN TO "LOANREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOANDLQ ASSIGN TO "LOANDLQ"
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

       FD  LOANPARM.
       01  LOANPARM-RECORD         PIC X(80).

       FD  LOANMAST.
       01  LOANMAST-RECORD         PIC X(200).

       FD  LOANNEW.
       01  LOANNEW-RECORD          PIC X(80).

       FD  LOANPMTQ.
       01  LOANPMTQ-RECORD         PIC X(80).

       FD  CUSTACCT.
       01  CUSTACCT-RECORD         PIC X(80).

       FD  CUSTMAST.
       01  CUSTOMER-RECORD         PIC X(80).

       FD  AUDITLOG.
       01  AUDIT-RECORD            PIC X(100).

       FD  LOANREG.
       01  PRINT-RECORD            PIC X(132).

       FD  LOANDLQ.
       01  DLQ-RECORD              PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-BUILD-RECORD         PIC X(200) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-ACCTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-LOANPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-LOANMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-LOANNEW-STATUS       PIC X(2) VALUE SPACES.
       01  WS-LOANPMTQ-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CUSTACCT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-AUDITLOG-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-LINE          PIC X(132) VALUE SPACES.
       01  WS-RC-DISPLAY           PIC 9(4).

       01  WS-PARM-RECORD          VALUE SPACES.
           05  WS-PARM-GRACE-DAYS  PIC X(3).
           05  WS-PARM-LATE-FEE    PIC X(10).
       01  WS-GRACE-DAYS           PIC 9(3) VALUE 15.
       01  WS-LATE-FEE-AMT         PIC 9(5)V99 VALUE 25.00.

       01  WS-MAX-LOAN-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-LOAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY       OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-LOAN-COUNT.
               10  WS-LN-ID        PIC X(5).
               10  WS-LN-ORIG-PRIN PIC 9(7)V99.
               10  WS-LN-RATE      PIC 9V9999.
               10  WS-LN-TERM      PIC 9(3).
               10  WS-LN-PAYMENT   PIC 9(7)V99.
               10  WS-LN-FIRST-DUE PIC X(8).
               10  WS-LN-NEXT-DUE  PIC X(8).
               10  WS-LN-PAID-TO   PIC X(8).
               10  WS-LN-PRIN-BAL  PIC 9(7)V99.
               10  WS-LN-INT-BAL   PIC 9(7)V99.
               10  WS-LN-FEE-BAL   PIC 9(7)V99.
               10  WS-LN-STATUS    PIC X.
               10  WS-LN-OPEN-DT   PIC X(8).
               10  WS-LN-ACCRUED-DT PIC X(8).
               10  WS-LN-LATE-FEE-DT PIC X(8).
               10  WS-LN-INST-PAID PIC 9(3).
               10  WS-LN-CUR-PAID  PIC 9(7)V99.
               10  WS-LN-ACCR-CARRY PIC 9V9(6).
               10  WS-LN-CUST      PIC X(5).
               10  WS-LN-CUST-NAME PIC X(20).
               10  WS-LN-DAYS-PAST-DUE PIC 9(5).
               10  WS-LN-PAST-DUE-AMT PIC 9(7)V99.
               10  WS-LN-BUCKET    PIC 9.
       01  WS-IN-ORIG-PRIN-STR     PIC X(12).
       01  WS-IN-RATE-STR          PIC X(10).
       01  WS-IN-TERM-STR          PIC X(5).
       01  WS-IN-PAYMENT-STR       PIC X(12).
       01  WS-IN-PRIN-STR          PIC X(12).
       01  WS-IN-INT-STR           PIC X(12).
       01  WS-IN-FEE-STR           PIC X(12).
       01  WS-IN-INST-STR          PIC X(5).
       01  WS-IN-CUR-PAID-STR      PIC X(12).
       01  WS-IN-CARRY-STR         PIC X(10).
       01  WS-RATE-EDIT            PIC 9.9999.
       01  WS-CARRY-EDIT           PIC 9.999999.
       01  WS-MONEY-EDIT           PIC 9(7).99.

       01  WS-NEW-LOAN-ID          PIC X(10).
       01  WS-NEW-PRIN-STR         PIC X(12).
       01  WS-NEW-RATE-STR         PIC X(10).
       01  WS-NEW-TERM-STR         PIC X(5).
       01  WS-NEW-FIRST-DUE        PIC X(10).
       01  WS-NEW-PAYMENT-STR      PIC X(12).
       01  WS-NEW-PRINCIPAL        PIC S9(7)V99.
       01  WS-NEW-RATE             PIC S9V9999.
       01  WS-NEW-TERM             PIC S9(5).
       01  WS-NEW-PAYMENT          PIC S9(7)V99.
       01  WS-NEW-VALID-FLAG       PIC X VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-MONTHLY-RATE         PIC 9V9(10).
       01  WS-AMORT-FACTOR         PIC 9(7)V9(10).
       01  WS-AMORT-NUMERATOR      PIC 9(7)V9(10).
       01  WS-DT-DIGITS            PIC X(8).
       01  WS-DT-SPLIT REDEFINES WS-DT-DIGITS.
           05  WS-DT-YYYY          PIC 9(4).
           05  WS-DT-MM            PIC 9(2).
           05  WS-DT-DD            PIC 9(2).

       01  WS-PQ-TXN-ID            PIC X(10).
       01  WS-PQ-ACCT              PIC X(5).
       01  WS-PQ-LOAN-ID           PIC X(5).
       01  WS-PQ-AMT-STR           PIC X(12).
       01  WS-PQ-DATE              PIC X(8).
       01  WS-PQ-RUN-DATE          PIC X(8).
       01  WS-PMT-AMT              PIC 9(7)V99.
       01  WS-PMT-REMAINING        PIC 9(7)V99.
       01  WS-PMT-PART             PIC 9(7)V99.
       01  WS-PMT-FEE-PART         PIC 9(7)V99.
       01  WS-PMT-INT-PART         PIC 9(7)V99.
       01  WS-PMT-PRIN-PART        PIC 9(7)V99.
       01  WS-PMT-APPLIED          PIC 9(7)V99.
       01  WS-MAX-HELD-PMT-LIMIT   PIC 9(5) VALUE 5000.
       01  WS-HELD-PMT-COUNT       PIC 9(5) VALUE 0.
       01  WS-HELD-PMT-TABLE.
           05  WS-HELD-PMT-LINE    OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-HELD-PMT-COUNT
                                    PIC X(80).

       01  WS-MAX-REL-LIMIT        PIC 9(5) VALUE 20000.
       01  WS-REL-CUST             PIC X(5).
       01  WS-REL-ACCT             PIC X(5).
       01  WS-REL-CODE             PIC X(3).
       01  WS-CM-ID                PIC X(5).
       01  WS-CM-NAME              PIC X(20).

       01  WS-I                    PIC 9(5).
       01  WS-K                    PIC 9(5).
       01  WS-B                    PIC 9.
       01  WS-FOUND-FLAG           PIC X VALUE 'N'.
       01  WS-FOUND-IDX            PIC 9(5) VALUE 0.
       01  WS-DUE-DONE-FLAG        PIC X VALUE 'N'.
       01  WS-DUE-COUNT            PIC 9(3).
       01  WS-DUE-DATE-X           PIC X(8).
       01  WS-DAYS-LATE            PIC S9(7).
       01  WS-ACCRUAL-DAYS         PIC S9(7).
       01  WS-ACCRUAL-EXACT        PIC 9(7)V9(6).
       01  WS-ACCRUAL-AMT          PIC 9(7)V99.
       01  WS-AMOUNT-OWED          PIC 9(7)V99.
       01  WS-PAST-DUE-WORK        PIC S9(9)V99.

       01  WS-DATE-NUM             PIC 9(8).
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
       01  WS-AUDIT-ACCT-TYPE      PIC X(10) VALUE "LOAN".
       01  WS-AUDIT-AMT            PIC S9(7)V99.
       01  WS-AUDIT-ORIG-TXN-ID    PIC X(10) VALUE SPACES.
       01  WS-AUDIT-PTR            PIC 9(3).
       01  WS-BALANCE-BEFORE       PIC S9(7)V99.
       01  WS-BALANCE-AFTER        PIC S9(7)V99.
       01  WS-AUDIT-RECORD         PIC X(100) VALUE SPACES.
       01  WS-AMT-EDIT             PIC 9(7).99.
       01  WS-BAL-BEFORE-EDIT      PIC -9(7).99.
       01  WS-BAL-AFTER-EDIT       PIC -9(7).99.
       01  WS-AUDIT-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-ACTION-TEXT          PIC X(50).

       01  WS-BOOKED-COUNT         PIC 9(5) VALUE 0.
       01  WS-PMT-APPLIED-COUNT    PIC 9(5) VALUE 0.
       01  WS-PAID-OFF-COUNT       PIC 9(5) VALUE 0.
       01  WS-ACCRUED-COUNT        PIC 9(5) VALUE 0.
       01  WS-LATE-FEE-COUNT       PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACTIVE-COUNT         PIC 9(5) VALUE 0.
       01  WS-BOOKED-TOTAL         PIC S9(12)V99 VALUE 0.
       01  WS-PAYMENT-TOTAL        PIC S9(12)V99 VALUE 0.
       01  WS-ACCRUED-TOTAL        PIC S9(12)V99 VALUE 0.
       01  WS-LATE-FEE-TOTAL       PIC S9(12)V99 VALUE 0.
       01  WS-POSTED-AMT-TOTAL     PIC 9(13)V99 VALUE 0.
       01  WS-POSTED-AMT-EDIT      PIC 9(13).99.
       01  WS-TOTAL-EDIT           PIC -9(12).99.

       01  WS-BUCKET-NAME-VALUES.
           05  FILLER              PIC X(20) VALUE "CURRENT".
           05  FILLER              PIC X(20)
                                   VALUE "1-29 DAYS PAST DUE".
           05  FILLER              PIC X(20)
                                   VALUE "30-59 DAYS PAST DUE".
           05  FILLER              PIC X(20)
                                   VALUE "60-89 DAYS PAST DUE".
           05  FILLER              PIC X(20)
                                   VALUE "90+ DAYS PAST DUE".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME      PIC X(20) OCCURS 5 TIMES.
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY     OCCURS 5 TIMES.
               10  WS-BUCKET-COUNT PIC 9(5).
               10  WS-BUCKET-BALANCE PIC 9(11)V99.
               10  WS-BUCKET-PAST-DUE PIC 9(11)V99.
       01  WS-DLQ-COUNT            PIC 9(5) VALUE 0.
       01  WS-DLQ-BALANCE          PIC 9(11)V99 VALUE 0.
       01  WS-DLQ-PAST-DUE         PIC 9(11)V99 VALUE 0.
       01  WS-PORTFOLIO-BALANCE    PIC 9(11)V99 VALUE 0.
       01  WS-DAYS-EDIT            PIC ZZZZ9.
       01  WS-COUNT-EDIT           PIC ZZZZ9.
       01  WS-OWED-EDIT            PIC 9(7).99.
       01  WS-PAST-DUE-EDIT        PIC 9(7).99.
       01  WS-BUCKET-BAL-EDIT      PIC 9(11).99.
       01  WS-BUCKET-PD-EDIT       PIC 9(11).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOANRUN: Starting nightly loan processing..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM

           INITIALIZE WS-BUCKET-TOTALS
           PERFORM READ-LOAN-PARAMETERS
           PERFORM LOAD-LOAN-MASTER

           OPEN INPUT ACCTMAST
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "LOANRUN: CANNOT OPEN ACCTMAST - STATUS "
                       WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITLOG
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF
           OPEN OUTPUT LOANREG
           PERFORM WRITE-REGISTER-HEADING

           PERFORM BOARD-NEW-LOANS
           CLOSE ACCTMAST
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LOAN-COUNT
               IF WS-LN-STATUS(WS-I) = 'A'
                   PERFORM ACCRUE-LOAN-INTEREST
               END-IF
           END-PERFORM
           PERFORM APPLY-QUEUED-PAYMENTS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LOAN-COUNT
               IF WS-LN-STATUS(WS-I) = 'A'
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM ASSESS-LATE-FEES
                   PERFORM AGE-SINGLE-LOAN
               END-IF
           END-PERFORM

           PERFORM WRITE-REGISTER-TOTALS
           CLOSE AUDITLOG
           CLOSE LOANREG
           PERFORM LOAD-LOAN-CUSTOMERS
           PERFORM WRITE-DELINQUENCY-REPORT
           PERFORM REWRITE-LOAN-MASTER
           OPEN OUTPUT LOANNEW
           CLOSE LOANNEW
           PERFORM REWRITE-PAYMENT-QUEUE
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "LOANRUN: Loans booked: " WS-BOOKED-COUNT
           DISPLAY "LOANRUN: Payments applied: " WS-PMT-APPLIED-COUNT
           DISPLAY "LOANRUN: Loans paid off: " WS-PAID-OFF-COUNT
           DISPLAY "LOANRUN: Loans accrued: " WS-ACCRUED-COUNT
           DISPLAY "LOANRUN: Late fees assessed: " WS-LATE-FEE-COUNT
           DISPLAY "LOANRUN: Delinquent loans: " WS-DLQ-COUNT
           DISPLAY "LOANRUN: Exceptions: " WS-EXCEPTION-COUNT

           STOP RUN.

       READ-LOAN-PARAMETERS.
           OPEN INPUT LOANPARM
           IF WS-LOANPARM-STATUS = "00"
               READ LOANPARM INTO WS-PARM-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-PARM-GRACE-DAYS NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-GRACE-DAYS)
                       TO WS-GRACE-DAYS
               END-IF
               IF WS-PARM-LATE-FEE NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-LATE-FEE)
                       TO WS-LATE-FEE-AMT
               END-IF
               CLOSE LOANPARM
           END-IF.

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
                               DISPLAY "LOANRUN: LOAN TABLE CAPACITY "
                                   "OF " WS-MAX-LOAN-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-LOAN-COUNT
                               PERFORM PARSE-LOAN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANMAST
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       PARSE-LOAN-RECORD.
           MOVE SPACES TO WS-LN-PAID-TO(WS-LOAN-COUNT).
           MOVE SPACES TO WS-LN-LATE-FEE-DT(WS-LOAN-COUNT).
           MOVE SPACES TO WS-IN-INST-STR.
           MOVE SPACES TO WS-IN-CUR-PAID-STR.
           MOVE SPACES TO WS-IN-CARRY-STR.
           UNSTRING LOANMAST-RECORD DELIMITED BY ','
               INTO WS-LN-ID(WS-LOAN-COUNT), WS-IN-ORIG-PRIN-STR,
                    WS-IN-RATE-STR, WS-IN-TERM-STR,
                    WS-IN-PAYMENT-STR,
                    WS-LN-FIRST-DUE(WS-LOAN-COUNT),
                    WS-LN-NEXT-DUE(WS-LOAN-COUNT),
                    WS-LN-PAID-TO(WS-LOAN-COUNT),
                    WS-IN-PRIN-STR, WS-IN-INT-STR, WS-IN-FEE-STR,
                    WS-LN-STATUS(WS-LOAN-COUNT),
                    WS-LN-OPEN-DT(WS-LOAN-COUNT),
                    WS-LN-ACCRUED-DT(WS-LOAN-COUNT),
                    WS-LN-LATE-FEE-DT(WS-LOAN-COUNT),
                    WS-IN-INST-STR, WS-IN-CUR-PAID-STR,
                    WS-IN-CARRY-STR
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-IN-ORIG-PRIN-STR)
               TO WS-LN-ORIG-PRIN(WS-LOAN-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-RATE-STR)
               TO WS-LN-RATE(WS-LOAN-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-TERM-STR)
               TO WS-LN-TERM(WS-LOAN-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-PAYMENT-STR)
               TO WS-LN-PAYMENT(WS-LOAN-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-PRIN-STR)
               TO WS-LN-PRIN-BAL(WS-LOAN-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-INT-STR)
               TO WS-LN-INT-BAL(WS-LOAN-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-FEE-STR)
               TO WS-LN-FEE-BAL(WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-INST-PAID(WS-LOAN-COUNT).
           IF WS-IN-INST-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-INST-STR)
                   TO WS-LN-INST-PAID(WS-LOAN-COUNT)
           END-IF.
           MOVE 0 TO WS-LN-CUR-PAID(WS-LOAN-COUNT).
           IF WS-IN-CUR-PAID-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-CUR-PAID-STR)
                   TO WS-LN-CUR-PAID(WS-LOAN-COUNT)
           END-IF.
           MOVE 0 TO WS-LN-ACCR-CARRY(WS-LOAN-COUNT).
           IF WS-IN-CARRY-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-CARRY-STR)
                   TO WS-LN-ACCR-CARRY(WS-LOAN-COUNT)
           END-IF.
           IF WS-LN-STATUS(WS-LOAN-COUNT) NOT = 'P'
               MOVE 'A' TO WS-LN-STATUS(WS-LOAN-COUNT)
           END-IF.
           IF WS-LN-ACCRUED-DT(WS-LOAN-COUNT) = SPACES
               MOVE WS-LN-OPEN-DT(WS-LOAN-COUNT)
                   TO WS-LN-ACCRUED-DT(WS-LOAN-COUNT)
           END-IF.
           MOVE SPACES TO WS-LN-CUST(WS-LOAN-COUNT).
           MOVE SPACES TO WS-LN-CUST-NAME(WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-DAYS-PAST-DUE(WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-PAST-DUE-AMT(WS-LOAN-COUNT).
           MOVE 1 TO WS-LN-BUCKET(WS-LOAN-COUNT).

       FIND-LOAN-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-LOAN-COUNT
               IF WS-LN-ID(WS-K) = WS-PQ-LOAN-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-K TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       BOARD-NEW-LOANS.
           OPEN INPUT LOANNEW.
           IF WS-LOANNEW-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LOANNEW
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF LOANNEW-RECORD NOT = SPACES
                               PERFORM BOARD-SINGLE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANNEW
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       BOARD-SINGLE-LOAN.
           MOVE SPACES TO WS-NEW-LOAN-ID.
           MOVE SPACES TO WS-NEW-PRIN-STR.
           MOVE SPACES TO WS-NEW-RATE-STR.
           MOVE SPACES TO WS-NEW-TERM-STR.
           MOVE SPACES TO WS-NEW-FIRST-DUE.
           MOVE SPACES TO WS-NEW-PAYMENT-STR.
           UNSTRING LOANNEW-RECORD DELIMITED BY ','
               INTO WS-NEW-LOAN-ID, WS-NEW-PRIN-STR, WS-NEW-RATE-STR,
                    WS-NEW-TERM-STR, WS-NEW-FIRST-DUE,
                    WS-NEW-PAYMENT-STR
           END-UNSTRING.
           PERFORM VALIDATE-NEW-LOAN.
           IF WS-NEW-VALID-FLAG = 'Y'
               PERFORM ADD-NEW-LOAN-ENTRY
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WS-NEW-LOAN-ID TO WS-AUDIT-ACCT
               MOVE 0 TO WS-AUDIT-AMT
               MOVE 0 TO WS-BALANCE-AFTER
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "NOT BOOKED - " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SPACE
                   INTO WS-ACTION-TEXT
               END-STRING
               PERFORM WRITE-REGISTER-DETAIL-LINE
           END-IF.

       VALIDATE-NEW-LOAN.
           MOVE 'Y' TO WS-NEW-VALID-FLAG.
           IF WS-NEW-LOAN-ID = SPACES
               OR WS-NEW-LOAN-ID(6:5) NOT = SPACES
               MOVE 'N' TO WS-NEW-VALID-FLAG
               MOVE "INVALID-LOAN-ID" TO WS-REJECT-REASON
           END-IF.
           IF WS-NEW-VALID-FLAG = 'Y'
               MOVE WS-NEW-LOAN-ID TO WS-PQ-LOAN-ID
               PERFORM FIND-LOAN-ENTRY
               IF WS-FOUND-FLAG = 'Y'
                   MOVE 'N' TO WS-NEW-VALID-FLAG
                   MOVE "DUPLICATE-LOAN-ID" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-NEW-VALID-FLAG = 'Y'
               MOVE WS-NEW-LOAN-ID TO AM-ACCT-ID
               READ ACCTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-NEW-VALID-FLAG
                       MOVE "ID-IN-USE-BY-ACCOUNT" TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-NEW-VALID-FLAG = 'Y'
               IF FUNCTION TEST-NUMVAL(WS-NEW-PRIN-STR) NOT = 0
                   MOVE 'N' TO WS-NEW-VALID-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NEW-PRIN-STR)
                       TO WS-NEW-PRINCIPAL
                   IF WS-NEW-PRINCIPAL NOT > 0
                       MOVE 'N' TO WS-NEW-VALID-FLAG
                   END-IF
               END-IF
               IF WS-NEW-VALID-FLAG = 'N'
                   MOVE "INVALID-PRINCIPAL" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-NEW-VALID-FLAG = 'Y'
               IF FUNCTION TEST-NUMVAL(WS-NEW-RATE-STR) NOT = 0
                   MOVE 'N' TO WS-NEW-VALID-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NEW-RATE-STR)
                       TO WS-NEW-RATE
                   IF WS-NEW-RATE < 0
                       MOVE 'N' TO WS-NEW-VALID-FLAG
                   END-IF
               END-IF
               IF WS-NEW-VALID-FLAG = 'N'
                   MOVE "INVALID-RATE" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-NEW-VALID-FLAG = 'Y'
               IF FUNCTION TEST-NUMVAL(WS-NEW-TERM-STR) NOT = 0
                   MOVE 'N' TO WS-NEW-VALID-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NEW-TERM-STR)
                       TO WS-NEW-TERM
                   IF WS-NEW-TERM < 1 OR WS-NEW-TERM > 360
                       MOVE 'N' TO WS-NEW-VALID-FLAG
                   END-IF
               END-IF
               IF WS-NEW-VALID-FLAG = 'N'
                   MOVE "INVALID-TERM" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-NEW-VALID-FLAG = 'Y'
               MOVE WS-NEW-FIRST-DUE(1:8) TO WS-DT-DIGITS
               IF WS-DT-DIGITS IS NOT NUMERIC
                   OR WS-NEW-FIRST-DUE(9:2) NOT = SPACES
                   MOVE 'N' TO WS-NEW-VALID-FLAG
               ELSE
                   PERFORM VALIDATE-CALENDAR-DATE
               END-IF
               IF WS-NEW-VALID-FLAG = 'Y'
                   AND WS-DT-DIGITS NOT > WS-RUN-DATE
                   MOVE 'N' TO WS-NEW-VALID-FLAG
               END-IF
               IF WS-NEW-VALID-FLAG = 'N'
                   MOVE "INVALID-FIRST-DUE-DATE" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-NEW-VALID-FLAG = 'Y'
               IF WS-NEW-PAYMENT-STR = SPACES
                   PERFORM COMPUTE-AMORTIZED-PAYMENT
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-NEW-PAYMENT-STR) NOT = 0
                       MOVE 'N' TO WS-NEW-VALID-FLAG
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-NEW-PAYMENT-STR)
                           TO WS-NEW-PAYMENT
                       IF WS-NEW-PAYMENT < 0
                           MOVE 'N' TO WS-NEW-VALID-FLAG
                       END-IF
                       IF WS-NEW-PAYMENT = 0
                           PERFORM COMPUTE-AMORTIZED-PAYMENT
                       END-IF
                   END-IF
                   IF WS-NEW-VALID-FLAG = 'N'
                       MOVE "INVALID-PAYMENT" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-NEW-VALID-FLAG = 'Y'
               AND WS-LOAN-COUNT >= WS-MAX-LOAN-LIMIT
               MOVE 'N' TO WS-NEW-VALID-FLAG
               MOVE "LOAN-TABLE-FULL" TO WS-REJECT-REASON
           END-IF.

       VALIDATE-CALENDAR-DATE.
           IF WS-DT-MM < 1 OR WS-DT-MM > 12
               MOVE 'N' TO WS-NEW-VALID-FLAG
           ELSE
               EVALUATE WS-DT-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-DAYS-IN-MONTH
                   WHEN 2
                       IF (FUNCTION MOD(WS-DT-YYYY, 4) = 0
                           AND FUNCTION MOD(WS-DT-YYYY, 100) NOT = 0)
                           OR FUNCTION MOD(WS-DT-YYYY, 400) = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-DAYS-IN-MONTH
               END-EVALUATE
               IF WS-DT-DD < 1 OR WS-DT-DD > WS-DAYS-IN-MONTH
                   MOVE 'N' TO WS-NEW-VALID-FLAG
               END-IF
           END-IF.

       COMPUTE-AMORTIZED-PAYMENT.
           IF WS-NEW-RATE = 0
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   WS-NEW-PRINCIPAL / WS-NEW-TERM
           ELSE
               COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 12
               MOVE 1 TO WS-AMORT-FACTOR
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NEW-TERM
                   COMPUTE WS-AMORT-FACTOR ROUNDED =
                       WS-AMORT-FACTOR * (1 + WS-MONTHLY-RATE)
               END-PERFORM
               COMPUTE WS-AMORT-NUMERATOR =
                   WS-NEW-PRINCIPAL * WS-MONTHLY-RATE * WS-AMORT-FACTOR
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   WS-AMORT-NUMERATOR / (WS-AMORT-FACTOR - 1)
           END-IF.

       ADD-NEW-LOAN-ENTRY.
           ADD 1 TO WS-LOAN-COUNT.
           MOVE WS-LOAN-COUNT TO WS-I.
           MOVE WS-NEW-LOAN-ID TO WS-LN-ID(WS-I).
           MOVE WS-NEW-PRINCIPAL TO WS-LN-ORIG-PRIN(WS-I).
           MOVE WS-NEW-RATE TO WS-LN-RATE(WS-I).
           MOVE WS-NEW-TERM TO WS-LN-TERM(WS-I).
           MOVE WS-NEW-PAYMENT TO WS-LN-PAYMENT(WS-I).
           MOVE WS-DT-DIGITS TO WS-LN-FIRST-DUE(WS-I).
           MOVE WS-DT-DIGITS TO WS-LN-NEXT-DUE(WS-I).
           MOVE SPACES TO WS-LN-PAID-TO(WS-I).
           MOVE WS-NEW-PRINCIPAL TO WS-LN-PRIN-BAL(WS-I).
           MOVE 0 TO WS-LN-INT-BAL(WS-I).
           MOVE 0 TO WS-LN-FEE-BAL(WS-I).
           MOVE 'A' TO WS-LN-STATUS(WS-I).
           MOVE WS-RUN-DATE TO WS-LN-OPEN-DT(WS-I).
           MOVE WS-RUN-DATE TO WS-LN-ACCRUED-DT(WS-I).
           MOVE SPACES TO WS-LN-LATE-FEE-DT(WS-I).
           MOVE 0 TO WS-LN-INST-PAID(WS-I).
           MOVE 0 TO WS-LN-CUR-PAID(WS-I).
           MOVE 0 TO WS-LN-ACCR-CARRY(WS-I).
           MOVE SPACES TO WS-LN-CUST(WS-I).
           MOVE SPACES TO WS-LN-CUST-NAME(WS-I).
           MOVE 0 TO WS-LN-DAYS-PAST-DUE(WS-I).
           MOVE 0 TO WS-LN-PAST-DUE-AMT(WS-I).
           MOVE 1 TO WS-LN-BUCKET(WS-I).
           PERFORM BUILD-LOAN-TXN-ID.
           MOVE SPACES TO WS-AUDIT-ORIG-TXN-ID.
           MOVE WS-LN-ID(WS-I) TO WS-AUDIT-ACCT.
           MOVE 'LOAN-BOOK' TO WS-AUDIT-TYPE.
           MOVE WS-NEW-PRINCIPAL TO WS-AUDIT-AMT.
           MOVE 0 TO WS-BALANCE-BEFORE.
           MOVE WS-NEW-PRINCIPAL TO WS-BALANCE-AFTER.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-BOOKED-COUNT.
           ADD WS-NEW-PRINCIPAL TO WS-BOOKED-TOTAL.
           MOVE WS-LN-PAYMENT(WS-I) TO WS-MONEY-EDIT.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "BOOKED - PAYMENT " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM WRITE-REGISTER-DETAIL-LINE.

       ACCRUE-LOAN-INTEREST.
           MOVE FUNCTION NUMVAL(WS-LN-ACCRUED-DT(WS-I))
               TO WS-DATE-NUM.
           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-ACCRUAL-DAYS > 0
               COMPUTE WS-ACCRUAL-EXACT =
                   WS-LN-PRIN-BAL(WS-I) * WS-LN-RATE(WS-I)
                   * WS-ACCRUAL-DAYS / 365
                   + WS-LN-ACCR-CARRY(WS-I)
               MOVE WS-ACCRUAL-EXACT TO WS-ACCRUAL-AMT
               COMPUTE WS-LN-ACCR-CARRY(WS-I) =
                   WS-ACCRUAL-EXACT - WS-ACCRUAL-AMT
               MOVE WS-RUN-DATE TO WS-LN-ACCRUED-DT(WS-I)
               IF WS-ACCRUAL-AMT > 0
                   PERFORM COMPUTE-AMOUNT-OWED
                   MOVE WS-AMOUNT-OWED TO WS-BALANCE-BEFORE
                   ADD WS-ACCRUAL-AMT TO WS-LN-INT-BAL(WS-I)
                   PERFORM COMPUTE-AMOUNT-OWED
                   MOVE WS-AMOUNT-OWED TO WS-BALANCE-AFTER
                   PERFORM BUILD-LOAN-TXN-ID
                   MOVE SPACES TO WS-AUDIT-ORIG-TXN-ID
                   MOVE WS-LN-ID(WS-I) TO WS-AUDIT-ACCT
                   MOVE 'LOAN-INT-ACR' TO WS-AUDIT-TYPE
                   MOVE WS-ACCRUAL-AMT TO WS-AUDIT-AMT
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-ACCRUED-COUNT
                   ADD WS-ACCRUAL-AMT TO WS-ACCRUED-TOTAL
               END-IF
           END-IF.

       COMPUTE-AMOUNT-OWED.
           COMPUTE WS-AMOUNT-OWED = WS-LN-PRIN-BAL(WS-I)
               + WS-LN-INT-BAL(WS-I) + WS-LN-FEE-BAL(WS-I).

       APPLY-QUEUED-PAYMENTS.
           MOVE 0 TO WS-HELD-PMT-COUNT.
           OPEN INPUT LOANPMTQ.
           IF WS-LOANPMTQ-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LOANPMTQ
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF LOANPMTQ-RECORD NOT = SPACES
                               PERFORM APPLY-SINGLE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANPMTQ
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       APPLY-SINGLE-PAYMENT.
           MOVE SPACES TO WS-PQ-LOAN-ID.
           UNSTRING LOANPMTQ-RECORD DELIMITED BY ','
               INTO WS-PQ-TXN-ID, WS-PQ-ACCT, WS-PQ-LOAN-ID,
                    WS-PQ-AMT-STR, WS-PQ-DATE, WS-PQ-RUN-DATE
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-PQ-AMT-STR) TO WS-PMT-AMT.
           PERFORM FIND-LOAN-ENTRY.
           IF WS-FOUND-FLAG = 'Y'
               IF WS-LN-STATUS(WS-FOUND-IDX) NOT = 'A'
                   MOVE 'N' TO WS-FOUND-FLAG
               END-IF
           END-IF.
           IF WS-FOUND-FLAG = 'N'
               PERFORM HOLD-UNAPPLIED-PAYMENT
           ELSE
               MOVE WS-FOUND-IDX TO WS-I
               PERFORM SPLIT-LOAN-PAYMENT
           END-IF.

       HOLD-UNAPPLIED-PAYMENT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-HELD-PMT-COUNT >= WS-MAX-HELD-PMT-LIMIT
               DISPLAY "LOANRUN: UNAPPLIED PAYMENT TABLE CAPACITY OF "
                       WS-MAX-HELD-PMT-LIMIT
                       " EXCEEDED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HELD-PMT-COUNT.
           MOVE LOANPMTQ-RECORD TO WS-HELD-PMT-LINE(WS-HELD-PMT-COUNT).
           MOVE WS-PQ-LOAN-ID TO WS-AUDIT-ACCT.
           MOVE WS-PMT-AMT TO WS-AUDIT-AMT.
           MOVE 0 TO WS-BALANCE-AFTER.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "PAYMENT " DELIMITED BY SIZE
                  WS-PQ-TXN-ID DELIMITED BY SPACE
                  " HELD - LOAN NOT ACTIVE" DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM WRITE-REGISTER-DETAIL-LINE.

       SPLIT-LOAN-PAYMENT.
           MOVE WS-PMT-AMT TO WS-PMT-REMAINING.
           MOVE 0 TO WS-PMT-FEE-PART.
           MOVE 0 TO WS-PMT-INT-PART.
           MOVE 0 TO WS-PMT-PRIN-PART.
           PERFORM BUILD-LOAN-TXN-ID.
           MOVE WS-PQ-TXN-ID TO WS-AUDIT-ORIG-TXN-ID.
           MOVE WS-LN-ID(WS-I) TO WS-AUDIT-ACCT.

           IF WS-PMT-REMAINING > 0 AND WS-LN-FEE-BAL(WS-I) > 0
               IF WS-PMT-REMAINING > WS-LN-FEE-BAL(WS-I)
                   MOVE WS-LN-FEE-BAL(WS-I) TO WS-PMT-FEE-PART
               ELSE
                   MOVE WS-PMT-REMAINING TO WS-PMT-FEE-PART
               END-IF
               PERFORM COMPUTE-AMOUNT-OWED
               MOVE WS-AMOUNT-OWED TO WS-BALANCE-BEFORE
               SUBTRACT WS-PMT-FEE-PART FROM WS-LN-FEE-BAL(WS-I)
               SUBTRACT WS-PMT-FEE-PART FROM WS-PMT-REMAINING
               PERFORM COMPUTE-AMOUNT-OWED
               MOVE WS-AMOUNT-OWED TO WS-BALANCE-AFTER
               MOVE 'LOAN-FEE-PMT' TO WS-AUDIT-TYPE
               MOVE WS-PMT-FEE-PART TO WS-AUDIT-AMT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           IF WS-PMT-REMAINING > 0 AND WS-LN-INT-BAL(WS-I) > 0
               IF WS-PMT-REMAINING > WS-LN-INT-BAL(WS-I)
                   MOVE WS-LN-INT-BAL(WS-I) TO WS-PMT-INT-PART
               ELSE
                   MOVE WS-PMT-REMAINING TO WS-PMT-INT-PART
               END-IF
               PERFORM COMPUTE-AMOUNT-OWED
               MOVE WS-AMOUNT-OWED TO WS-BALANCE-BEFORE
               SUBTRACT WS-PMT-INT-PART FROM WS-LN-INT-BAL(WS-I)
               SUBTRACT WS-PMT-INT-PART FROM WS-PMT-REMAINING
               PERFORM COMPUTE-AMOUNT-OWED
               MOVE WS-AMOUNT-OWED TO WS-BALANCE-AFTER
               MOVE 'LOAN-INT-PMT' TO WS-AUDIT-TYPE
               MOVE WS-PMT-INT-PART TO WS-AUDIT-AMT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           IF WS-PMT-REMAINING > 0 AND WS-LN-PRIN-BAL(WS-I) > 0
               IF WS-PMT-REMAINING > WS-LN-PRIN-BAL(WS-I)
                   MOVE WS-LN-PRIN-BAL(WS-I) TO WS-PMT-PRIN-PART
               ELSE
                   MOVE WS-PMT-REMAINING TO WS-PMT-PRIN-PART
               END-IF
               PERFORM COMPUTE-AMOUNT-OWED
               MOVE WS-AMOUNT-OWED TO WS-BALANCE-BEFORE
               SUBTRACT WS-PMT-PRIN-PART FROM WS-LN-PRIN-BAL(WS-I)
               SUBTRACT WS-PMT-PRIN-PART FROM WS-PMT-REMAINING
               PERFORM COMPUTE-AMOUNT-OWED
               MOVE WS-AMOUNT-OWED TO WS-BALANCE-AFTER
               MOVE 'LOAN-PRIN-PMT' TO WS-AUDIT-TYPE
               MOVE WS-PMT-PRIN-PART TO WS-AUDIT-AMT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           MOVE SPACES TO WS-AUDIT-ORIG-TXN-ID.

           COMPUTE WS-PMT-APPLIED =
               WS-PMT-FEE-PART + WS-PMT-INT-PART + WS-PMT-PRIN-PART.
           ADD WS-PMT-APPLIED TO WS-LN-CUR-PAID(WS-I).
           ADD WS-PMT-APPLIED TO WS-PAYMENT-TOTAL.
           ADD 1 TO WS-PMT-APPLIED-COUNT.
           PERFORM COMPUTE-AMOUNT-OWED.
           IF WS-AMOUNT-OWED = 0
               PERFORM CLOSE-PAID-OFF-LOAN
           ELSE
               PERFORM ADVANCE-PAID-INSTALLMENTS
           END-IF.

           MOVE WS-LN-ID(WS-I) TO WS-AUDIT-ACCT.
           MOVE WS-PMT-APPLIED TO WS-AUDIT-AMT.
           MOVE WS-AMOUNT-OWED TO WS-BALANCE-AFTER.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "PAYMENT " DELIMITED BY SIZE
                  WS-PQ-TXN-ID DELIMITED BY SPACE
                  " FROM " DELIMITED BY SIZE
                  WS-PQ-ACCT DELIMITED BY SPACE
                  " APPLIED" DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM WRITE-REGISTER-DETAIL-LINE.
           PERFORM WRITE-PAYMENT-SPLIT-LINE.
           IF WS-LN-STATUS(WS-I) = 'P'
               MOVE 0 TO WS-AUDIT-AMT
               MOVE "PAID IN FULL" TO WS-ACTION-TEXT
               PERFORM WRITE-REGISTER-DETAIL-LINE
           END-IF.

           IF WS-PMT-REMAINING > 0
               ADD 1 TO WS-EXCEPTION-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WS-PMT-REMAINING TO WS-AUDIT-AMT
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "EXCESS OF PAYMENT " DELIMITED BY SIZE
                      WS-PQ-TXN-ID DELIMITED BY SPACE
                      " NOT APPLIED" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               END-STRING
               PERFORM WRITE-REGISTER-DETAIL-LINE
           END-IF.

       CLOSE-PAID-OFF-LOAN.
           MOVE 'P' TO WS-LN-STATUS(WS-I).
           MOVE WS-LN-TERM(WS-I) TO WS-LN-INST-PAID(WS-I).
           MOVE WS-LN-NEXT-DUE(WS-I) TO WS-LN-PAID-TO(WS-I).
           MOVE 0 TO WS-LN-CUR-PAID(WS-I).
           MOVE 0 TO WS-LN-ACCR-CARRY(WS-I).
           ADD 1 TO WS-PAID-OFF-COUNT.

       ADVANCE-PAID-INSTALLMENTS.
           PERFORM UNTIL WS-LN-CUR-PAID(WS-I) < WS-LN-PAYMENT(WS-I)
                   OR WS-LN-INST-PAID(WS-I) + 1 >= WS-LN-TERM(WS-I)
                   OR WS-LN-PAYMENT(WS-I) = 0
               SUBTRACT WS-LN-PAYMENT(WS-I) FROM WS-LN-CUR-PAID(WS-I)
               MOVE WS-LN-NEXT-DUE(WS-I) TO WS-LN-PAID-TO(WS-I)
               ADD 1 TO WS-LN-INST-PAID(WS-I)
               MOVE WS-LN-INST-PAID(WS-I) TO WS-K
               PERFORM COMPUTE-INSTALLMENT-DUE-DATE
               MOVE WS-WORK-DATE TO WS-LN-NEXT-DUE(WS-I)
           END-PERFORM.

       COMPUTE-INSTALLMENT-DUE-DATE.
           MOVE FUNCTION NUMVAL(WS-LN-FIRST-DUE(WS-I))
               TO WS-WORK-DATE.
           MOVE WS-K TO WS-MONTH-TOTAL.
           PERFORM ADD-TERM-TO-WORK-DATE.

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

       ASSESS-LATE-FEES.
           MOVE 0 TO WS-DUE-COUNT.
           MOVE WS-LN-INST-PAID(WS-I) TO WS-K.
           MOVE 'N' TO WS-DUE-DONE-FLAG.
           PERFORM UNTIL WS-DUE-DONE-FLAG = 'Y'
               IF WS-K >= WS-LN-TERM(WS-I)
                   MOVE 'Y' TO WS-DUE-DONE-FLAG
               ELSE
                   PERFORM COMPUTE-INSTALLMENT-DUE-DATE
                   IF WS-WORK-DATE NOT < WS-RUN-DATE-NUM
                       MOVE 'Y' TO WS-DUE-DONE-FLAG
                   ELSE
                       ADD 1 TO WS-DUE-COUNT
                       MOVE WS-WORK-DATE TO WS-DUE-DATE-X
                       COMPUTE WS-DAYS-LATE =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                           - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                       IF WS-DAYS-LATE > WS-GRACE-DAYS
                           AND WS-DUE-DATE-X > WS-LN-LATE-FEE-DT(WS-I)
                           AND WS-LATE-FEE-AMT > 0
                           PERFORM POST-LATE-FEE
                       END-IF
                       ADD 1 TO WS-K
                   END-IF
               END-IF
           END-PERFORM.

       POST-LATE-FEE.
           PERFORM COMPUTE-AMOUNT-OWED.
           MOVE WS-AMOUNT-OWED TO WS-BALANCE-BEFORE.
           ADD WS-LATE-FEE-AMT TO WS-LN-FEE-BAL(WS-I).
           PERFORM COMPUTE-AMOUNT-OWED.
           MOVE WS-AMOUNT-OWED TO WS-BALANCE-AFTER.
           MOVE WS-DUE-DATE-X TO WS-LN-LATE-FEE-DT(WS-I).
           PERFORM BUILD-LOAN-TXN-ID.
           MOVE SPACES TO WS-AUDIT-ORIG-TXN-ID.
           MOVE WS-LN-ID(WS-I) TO WS-AUDIT-ACCT.
           MOVE 'LOAN-LATE-FEE' TO WS-AUDIT-TYPE.
           MOVE WS-LATE-FEE-AMT TO WS-AUDIT-AMT.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-LATE-FEE-COUNT.
           ADD WS-LATE-FEE-AMT TO WS-LATE-FEE-TOTAL.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "LATE FEE - INSTALLMENT DUE " DELIMITED BY SIZE
                  WS-DUE-DATE-X DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM WRITE-REGISTER-DETAIL-LINE.

       AGE-SINGLE-LOAN.
           MOVE 0 TO WS-LN-DAYS-PAST-DUE(WS-I).
           MOVE 0 TO WS-LN-PAST-DUE-AMT(WS-I).
           MOVE 1 TO WS-LN-BUCKET(WS-I).
           PERFORM COMPUTE-AMOUNT-OWED.
           IF WS-LN-NEXT-DUE(WS-I) < WS-RUN-DATE
               MOVE FUNCTION NUMVAL(WS-LN-NEXT-DUE(WS-I))
                   TO WS-DATE-NUM
               COMPUTE WS-LN-DAYS-PAST-DUE(WS-I) =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-PAST-DUE-WORK =
                   WS-DUE-COUNT * WS-LN-PAYMENT(WS-I)
                   - WS-LN-CUR-PAID(WS-I)
               IF WS-PAST-DUE-WORK > WS-AMOUNT-OWED
                   MOVE WS-AMOUNT-OWED TO WS-PAST-DUE-WORK
               END-IF
               IF WS-PAST-DUE-WORK > 0
                   MOVE WS-PAST-DUE-WORK TO WS-LN-PAST-DUE-AMT(WS-I)
               END-IF
               EVALUATE TRUE
                   WHEN WS-LN-DAYS-PAST-DUE(WS-I) >= 90
                       MOVE 5 TO WS-LN-BUCKET(WS-I)
                   WHEN WS-LN-DAYS-PAST-DUE(WS-I) >= 60
                       MOVE 4 TO WS-LN-BUCKET(WS-I)
                   WHEN WS-LN-DAYS-PAST-DUE(WS-I) >= 30
                       MOVE 3 TO WS-LN-BUCKET(WS-I)
                   WHEN OTHER
                       MOVE 2 TO WS-LN-BUCKET(WS-I)
               END-EVALUATE
           END-IF.
           MOVE WS-LN-BUCKET(WS-I) TO WS-B.
           ADD 1 TO WS-BUCKET-COUNT(WS-B).
           ADD WS-AMOUNT-OWED TO WS-BUCKET-BALANCE(WS-B).
           ADD WS-LN-PAST-DUE-AMT(WS-I) TO WS-BUCKET-PAST-DUE(WS-B).
           ADD WS-AMOUNT-OWED TO WS-PORTFOLIO-BALANCE.
           IF WS-B > 1
               ADD 1 TO WS-DLQ-COUNT
               ADD WS-AMOUNT-OWED TO WS-DLQ-BALANCE
               ADD WS-LN-PAST-DUE-AMT(WS-I) TO WS-DLQ-PAST-DUE
           END-IF.

       LOAD-LOAN-CUSTOMERS.
           OPEN INPUT CUSTACCT.
           IF WS-CUSTACCT-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CUSTACCT
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-REL-CODE
                           UNSTRING CUSTACCT-RECORD DELIMITED BY ','
                               INTO WS-REL-CUST, WS-REL-ACCT,
                                    WS-REL-CODE
                           END-UNSTRING
                           MOVE WS-REL-ACCT TO WS-PQ-LOAN-ID
                           PERFORM FIND-LOAN-ENTRY
                           IF WS-FOUND-FLAG = 'Y'
                               IF WS-LN-CUST(WS-FOUND-IDX) = SPACES
                                   OR WS-REL-CODE = 'PRI'
                                   MOVE WS-REL-CUST
                                       TO WS-LN-CUST(WS-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTACCT
           END-IF.
           OPEN INPUT CUSTMAST.
           IF WS-CUSTMAST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CUSTMAST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           UNSTRING CUSTOMER-RECORD DELIMITED BY ','
                               INTO WS-CM-ID, WS-CM-NAME
                           END-UNSTRING
                           PERFORM VARYING WS-K FROM 1 BY 1
                                   UNTIL WS-K > WS-LOAN-COUNT
                               IF WS-LN-CUST(WS-K) = WS-CM-ID
                                   MOVE WS-CM-NAME
                                       TO WS-LN-CUST-NAME(WS-K)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CUSTMAST
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       BUILD-LOAN-TXN-ID.
           ADD 1 TO WS-TXN-SEQ.
           MOVE SPACES TO WS-TXN-ID.
           STRING "LN" DELIMITED BY SIZE
                  WS-TXN-SEQ DELIMITED BY SIZE
               INTO WS-TXN-ID
           END-STRING.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-RECORD.
           MOVE WS-AUDIT-AMT TO WS-AMT-EDIT.
           MOVE WS-BALANCE-BEFORE TO WS-BAL-BEFORE-EDIT.
           MOVE WS-BALANCE-AFTER TO WS-BAL-AFTER-EDIT.
           MOVE 1 TO WS-AUDIT-PTR.
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
           ADD WS-AUDIT-AMT TO WS-POSTED-AMT-TOTAL.

       REWRITE-LOAN-MASTER.
           OPEN OUTPUT LOANMAST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LOAN-COUNT
               MOVE SPACES TO WS-BUILD-RECORD
               MOVE WS-LN-ORIG-PRIN(WS-I) TO WS-AMT-EDIT
               MOVE WS-LN-RATE(WS-I) TO WS-RATE-EDIT
               MOVE WS-LN-PAYMENT(WS-I) TO WS-MONEY-EDIT
               MOVE 1 TO WS-AUDIT-PTR
               PERFORM BUILD-LOAN-MASTER-LINE
               MOVE WS-BUILD-RECORD TO LOANMAST-RECORD
               WRITE LOANMAST-RECORD
           END-PERFORM.
           CLOSE LOANMAST.

       BUILD-LOAN-MASTER-LINE.
           MOVE SPACES TO WS-BUILD-RECORD.
           STRING WS-LN-ID(WS-I) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-LN-TERM(WS-I) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-LN-FIRST-DUE(WS-I) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LN-NEXT-DUE(WS-I) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LN-PAID-TO(WS-I) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
               INTO WS-BUILD-RECORD
               WITH POINTER WS-AUDIT-PTR
           END-STRING.
           MOVE WS-LN-PRIN-BAL(WS-I) TO WS-AMT-EDIT.
           STRING WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO WS-BUILD-RECORD
               WITH POINTER WS-AUDIT-PTR
           END-STRING.
           MOVE WS-LN-INT-BAL(WS-I) TO WS-AMT-EDIT.
           STRING WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO WS-BUILD-RECORD
               WITH POINTER WS-AUDIT-PTR
           END-STRING.
           MOVE WS-LN-FEE-BAL(WS-I) TO WS-AMT-EDIT.
           MOVE WS-LN-CUR-PAID(WS-I) TO WS-MONEY-EDIT.
           MOVE WS-LN-ACCR-CARRY(WS-I) TO WS-CARRY-EDIT.
           STRING WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-LN-STATUS(WS-I) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-LN-OPEN-DT(WS-I) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LN-ACCRUED-DT(WS-I) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LN-LATE-FEE-DT(WS-I) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LN-INST-PAID(WS-I) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CARRY-EDIT DELIMITED BY SIZE
               INTO WS-BUILD-RECORD
               WITH POINTER WS-AUDIT-PTR
           END-STRING.

       REWRITE-PAYMENT-QUEUE.
           OPEN OUTPUT LOANPMTQ.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-HELD-PMT-COUNT
               MOVE WS-HELD-PMT-LINE(WS-K) TO LOANPMTQ-RECORD
               WRITE LOANPMTQ-RECORD
           END-PERFORM.
           CLOSE LOANPMTQ.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INSTALLMENT LOAN ACTIVITY REGISTER"
                      DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOAN   AMOUNT      AMOUNT-OWED  ACTION"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REGISTER-DETAIL-LINE.
           MOVE WS-AUDIT-AMT TO WS-AMT-EDIT.
           MOVE WS-BALANCE-AFTER TO WS-BAL-AFTER-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-AUDIT-ACCT DELIMITED BY SIZE
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

       WRITE-PAYMENT-SPLIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-PMT-FEE-PART TO WS-AMT-EDIT.
           MOVE WS-PMT-INT-PART TO WS-MONEY-EDIT.
           MOVE WS-PMT-PRIN-PART TO WS-OWED-EDIT.
           STRING "       LATE FEE " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  "  INTEREST " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  "  PRINCIPAL " DELIMITED BY SIZE
                  WS-OWED-EDIT DELIMITED BY SIZE
                  "  PAID TO " DELIMITED BY SIZE
                  WS-LN-PAID-TO(WS-I) DELIMITED BY SIZE
                  "  NEXT DUE " DELIMITED BY SIZE
                  WS-LN-NEXT-DUE(WS-I) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOANS BOOKED:           " DELIMITED BY SIZE
                  WS-BOOKED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYMENTS APPLIED:       " DELIMITED BY SIZE
                  WS-PMT-APPLIED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOANS PAID OFF:         " DELIMITED BY SIZE
                  WS-PAID-OFF-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOANS ACCRUED:          " DELIMITED BY SIZE
                  WS-ACCRUED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LATE FEES ASSESSED:     " DELIMITED BY SIZE
                  WS-LATE-FEE-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXCEPTIONS:             " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-BOOKED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PRINCIPAL BOOKED:       " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-PAYMENT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYMENTS APPLIED:       " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-ACCRUED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INTEREST ACCRUED:       " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-LATE-FEE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LATE FEES ASSESSED:     " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-DELINQUENCY-REPORT.
           OPEN OUTPUT LOANDLQ.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INSTALLMENT LOAN DELINQUENCY REPORT"
                      DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE DLQ-RECORD FROM WS-PRINT-LINE.
           PERFORM VARYING WS-B FROM 2 BY 1 UNTIL WS-B > 5
               PERFORM WRITE-DELINQUENCY-BUCKET
           END-PERFORM.
           PERFORM WRITE-DELINQUENCY-SUMMARY.
           CLOSE LOANDLQ.

       WRITE-DELINQUENCY-BUCKET.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE DLQ-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BUCKET: " DELIMITED BY SIZE
                  WS-BUCKET-NAME(WS-B) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE DLQ-RECORD FROM WS-PRINT-LINE.
           IF WS-BUCKET-COUNT(WS-B) = 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  NO LOANS IN THIS BUCKET" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE DLQ-RECORD FROM WS-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  LOAN   CUST   NAME                  "
                      "NEXT-DUE  DAYS  PAST-DUE    AMOUNT-OWED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE DLQ-RECORD FROM WS-PRINT-LINE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-LOAN-COUNT
                   IF WS-LN-STATUS(WS-I) = 'A'
                       AND WS-LN-BUCKET(WS-I) = WS-B
                       PERFORM WRITE-DELINQUENCY-DETAIL-LINE
                   END-IF
               END-PERFORM
               MOVE WS-BUCKET-COUNT(WS-B) TO WS-COUNT-EDIT
               MOVE WS-BUCKET-PAST-DUE(WS-B) TO WS-BUCKET-PD-EDIT
               MOVE WS-BUCKET-BALANCE(WS-B) TO WS-BUCKET-BAL-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  BUCKET TOTAL  LOANS: " DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      "  PAST DUE: " DELIMITED BY SIZE
                      WS-BUCKET-PD-EDIT DELIMITED BY SIZE
                      "  AMOUNT OWED: " DELIMITED BY SIZE
                      WS-BUCKET-BAL-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE DLQ-RECORD FROM WS-PRINT-LINE
           END-IF.

       WRITE-DELINQUENCY-DETAIL-LINE.
           PERFORM COMPUTE-AMOUNT-OWED.
           MOVE WS-AMOUNT-OWED TO WS-OWED-EDIT.
           MOVE WS-LN-PAST-DUE-AMT(WS-I) TO WS-PAST-DUE-EDIT.
           MOVE WS-LN-DAYS-PAST-DUE(WS-I) TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-LN-ID(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LN-CUST(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LN-CUST-NAME(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LN-NEXT-DUE(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAST-DUE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OWED-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE DLQ-RECORD FROM WS-PRINT-LINE.

       WRITE-DELINQUENCY-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE DLQ-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PORTFOLIO SUMMARY BY BUCKET" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE DLQ-RECORD FROM WS-PRINT-LINE.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               MOVE WS-BUCKET-COUNT(WS-B) TO WS-COUNT-EDIT
               MOVE WS-BUCKET-PAST-DUE(WS-B) TO WS-BUCKET-PD-EDIT
               MOVE WS-BUCKET-BALANCE(WS-B) TO WS-BUCKET-BAL-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-BUCKET-NAME(WS-B) DELIMITED BY SIZE
                      "  LOANS: " DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      "  PAST DUE: " DELIMITED BY SIZE
                      WS-BUCKET-PD-EDIT DELIMITED BY SIZE
                      "  AMOUNT OWED: " DELIMITED BY SIZE
                      WS-BUCKET-BAL-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE DLQ-RECORD FROM WS-PRINT-LINE
           END-PERFORM.
           MOVE WS-DLQ-COUNT TO WS-COUNT-EDIT.
           MOVE WS-DLQ-PAST-DUE TO WS-BUCKET-PD-EDIT.
           MOVE WS-DLQ-BALANCE TO WS-BUCKET-BAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL DELINQUENT    " DELIMITED BY SIZE
                  "  LOANS: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  PAST DUE: " DELIMITED BY SIZE
                  WS-BUCKET-PD-EDIT DELIMITED BY SIZE
                  "  AMOUNT OWED: " DELIMITED BY SIZE
                  WS-BUCKET-BAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE DLQ-RECORD FROM WS-PRINT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PORTFOLIO-BALANCE TO WS-BUCKET-BAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL ACTIVE        " DELIMITED BY SIZE
                  "  LOANS: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  AMOUNT OWED: " DELIMITED BY SIZE
                  WS-BUCKET-BAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE DLQ-RECORD FROM WS-PRINT-LINE.

       WRITE-RUN-CONTROL-RECORD.
           OPEN EXTEND RUNCTL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           MOVE RETURN-CODE TO WS-RC-DISPLAY.
           MOVE WS-POSTED-AMT-TOTAL TO WS-POSTED-AMT-EDIT.
           MOVE SPACES TO WS-RUNCTL-LINE.
           STRING "LOANRUN" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ACTIVE-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PMT-APPLIED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-LATE-FEE-COUNT DELIMITED BY SIZE
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
