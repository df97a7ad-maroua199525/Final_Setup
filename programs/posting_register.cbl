       01  WS-AUD-AMT              PIC 9(7)V99.
       01  WS-AUD-BAL-BEFORE       PIC S9(7)V99.
       01  WS-AUD-BAL-AFTER        PIC S9(7)V99.
       01  WS-AUD-DATE             PIC X(10).
       01  WS-AUD-ACCT-TYPE        PIC X(10).
       01  WS-AUD-ORIG-TXN-ID      PIC X(10).

       01  WS-MAX-REV-LIMIT        PIC 9(5) VALUE 5000.
       01  WS-REV-COUNT            PIC 9(5) VALUE 0.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-REV-COUNT.
               10  WS-REV-TXN-ID       PIC X(10).
               10  WS-REV-TYPE         PIC X(15).
               10  WS-REV-ACCT         PIC X(5).
               10  WS-REV-AMT          PIC 9(7)V99.
               10  WS-REV-BAL-AFTER    PIC S9(7)V99.
               10  WS-REV-ORIG-TXN-ID  PIC X(10).

       01  WS-REJ-TXN-ID           PIC X(10).
       01  WS-REJ-TYPE             PIC X(15).
       01  WS-REJ-FIELD-6          PIC X(30).
       01  WS-REJ-FIELD-7          PIC X(30).
       01  WS-REJ-FIELD-8          PIC X(30).
       01  WS-REJ-FIELD-9          PIC X(30).

       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-TXN-COUNT            PIC 9(5) VALUE 0.
       01  WS-TOTAL-INTEREST       PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-SVC-CHARGES    PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-OD-FEES        PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-PENALTIES      PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-REV-DEBITS     PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-REV-CREDITS    PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-ESCHEAT        PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-LOAN-POSTINGS  PIC S9(12)V99 VALUE 0.
       01  WS-EXPECTED-CLOSE       PIC S9(12)V99 VALUE 0.
       01  WS-TIE-OUT-TEXT         PIC X(20) VALUE SPACES.
       01  WS-AMT-EDIT             PIC 9(7).99.
       01  WS-INTEREST-EDIT        PIC -9(12).99.
       01  WS-SVC-CHARGES-EDIT     PIC -9(12).99.
       01  WS-OD-FEES-EDIT         PIC -9(12).99.
       01  WS-PENALTIES-EDIT       PIC -9(12).99.
       01  WS-REV-DEBITS-EDIT      PIC -9(12).99.
       01  WS-REV-CREDITS-EDIT     PIC -9(12).99.
       01  WS-ESCHEAT-EDIT         PIC -9(12).99.
       01  WS-LOAN-POSTINGS-EDIT   PIC -9(12).99.
       01  WS-OPENING-EDIT         PIC -9(12).99.
       01  WS-CLOSING-EDIT         PIC -9(12).99.

           PERFORM WRITE-REPORT-HEADERS
           PERFORM PROCESS-AUDIT-LOG
           PERFORM PROCESS-REJECTED-TRANSACTIONS
           PERFORM WRITE-REVERSAL-SECTION
           PERFORM SCAN-MASTER-FOR-TOTALS
           PERFORM WRITE-CONTROL-TOTALS

           MOVE 'N' TO WS-EOF-FLAG.

       PROCESS-AUDIT-RECORD.
           MOVE SPACES TO WS-AUD-ORIG-TXN-ID.
           UNSTRING AUDIT-RECORD DELIMITED BY ','
               INTO WS-AUD-ACCT, WS-AUD-TXN-ID, WS-AUD-TYPE,
                    WS-AUD-AMT-STR, WS-AUD-BAL-BEFORE-STR,
                    WS-AUD-BAL-AFTER-STR, WS-AUD-DATE,
                    WS-AUD-ACCT-TYPE, WS-AUD-ORIG-TXN-ID
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-AUD-AMT-STR) TO WS-AUD-AMT.
           MOVE FUNCTION NUMVAL(WS-AUD-BAL-BEFORE-STR)

           EVALUATE WS-AUD-TYPE
               WHEN 'DEPOSIT'
               WHEN 'EXTXFER-RET'
                   ADD WS-AUD-AMT TO WS-TOTAL-DEPOSITS
               WHEN 'WITHDRAWAL'
               WHEN 'EXTXFER-REL'
                   ADD WS-AUD-AMT TO WS-TOTAL-WITHDRAWALS
               WHEN 'TRANSFER'
               WHEN 'CD-PAYOUT'
               WHEN 'EXTXFER'
               WHEN 'LOANPMT'
                   ADD WS-AUD-AMT TO WS-TOTAL-TRANSFERS
               WHEN 'TRANSFER-IN'
               WHEN 'CD-PAYOUT-IN'
               WHEN 'EXTXFER-CLR'
                   ADD WS-AUD-AMT TO WS-TOTAL-TRANSFERS-IN
               WHEN 'INTEREST'
               WHEN 'CD-INTEREST'
               WHEN 'CD-RENEW'
                   ADD WS-AUD-AMT TO WS-TOTAL-INTEREST
               WHEN 'SVC-CHARGE'
                   ADD WS-AUD-AMT TO WS-TOTAL-SVC-CHARGES
               WHEN 'OD-FEE'
                   ADD WS-AUD-AMT TO WS-TOTAL-OD-FEES
               WHEN 'CD-PENALTY'
                   ADD WS-AUD-AMT TO WS-TOTAL-PENALTIES
               WHEN 'OPEN'
                   ADD WS-AUD-AMT TO WS-TOTAL-DEPOSITS
               WHEN 'REV-DEPOSIT'
               WHEN 'REV-TRANSFER-IN'
                   ADD WS-AUD-AMT TO WS-TOTAL-REV-DEBITS
               WHEN 'REV-WITHDRAWAL'
               WHEN 'REV-TRANSFER'
               WHEN 'REV-OD-FEE'
               WHEN 'REV-CD-PENALTY'
                   ADD WS-AUD-AMT TO WS-TOTAL-REV-CREDITS
               WHEN 'ESCHEAT'
                   ADD WS-AUD-AMT TO WS-TOTAL-ESCHEAT
               WHEN 'LOAN-BOOK'
               WHEN 'LOAN-INT-ACR'
               WHEN 'LOAN-LATE-FEE'
               WHEN 'LOAN-FEE-PMT'
               WHEN 'LOAN-INT-PMT'
               WHEN 'LOAN-PRIN-PMT'
                   ADD WS-AUD-AMT TO WS-TOTAL-LOAN-POSTINGS
           END-EVALUATE.

           IF WS-AUD-TYPE(1:4) = 'REV-'
               PERFORM STORE-REVERSAL-ENTRY
           ELSE
               PERFORM WRITE-POSTED-DETAIL-LINE
           END-IF.

       STORE-REVERSAL-ENTRY.
           IF WS-REV-COUNT >= WS-MAX-REV-LIMIT
               DISPLAY "POSTING-REGISTER: REVERSAL TABLE "
                   "CAPACITY OF " WS-MAX-REV-LIMIT
                   " EXCEEDED - RUN ABORTED"
               CLOSE AUDITLOG
               CLOSE ACCTMAST
               CLOSE POSTREG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WS-REV-COUNT
               MOVE WS-AUD-TXN-ID TO WS-REV-TXN-ID(WS-REV-COUNT)
               MOVE WS-AUD-TYPE TO WS-REV-TYPE(WS-REV-COUNT)
               MOVE WS-AUD-ACCT TO WS-REV-ACCT(WS-REV-COUNT)
               MOVE WS-AUD-AMT TO WS-REV-AMT(WS-REV-COUNT)
               MOVE WS-AUD-BAL-AFTER
                   TO WS-REV-BAL-AFTER(WS-REV-COUNT)
               MOVE WS-AUD-ORIG-TXN-ID
                   TO WS-REV-ORIG-TXN-ID(WS-REV-COUNT)
           END-IF.

       WRITE-POSTED-DETAIL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE SPACES TO WS-REJ-FIELD-6.
           MOVE SPACES TO WS-REJ-FIELD-7.
           MOVE SPACES TO WS-REJ-FIELD-8.
           MOVE SPACES TO WS-REJ-FIELD-9.
           UNSTRING REJECT-RECORD DELIMITED BY ','
               INTO WS-REJ-TXN-ID, WS-REJ-TYPE, WS-REJ-ACCT,
                    WS-REJ-AMT, WS-REJ-DT, WS-REJ-FIELD-6,
                    WS-REJ-FIELD-7, WS-REJ-FIELD-8, WS-REJ-FIELD-9
           END-UNSTRING.
           EVALUATE WS-REJ-TYPE
               WHEN 'TRANSFER'
               WHEN 'LOANPMT'
               WHEN 'NAMECHG'
               WHEN 'TYPECHG'
               WHEN 'RELEASEHOLD'
               WHEN 'REVERSAL'
                   MOVE WS-REJ-FIELD-7 TO WS-REJ-REASON
               WHEN 'OPEN'
                   MOVE WS-REJ-FIELD-8 TO WS-REJ-REASON
               WHEN 'PLACEHOLD'
                   IF WS-REJ-FIELD-8 NOT = SPACES
                       MOVE WS-REJ-FIELD-8 TO WS-REJ-REASON
                   ELSE
                       MOVE WS-REJ-FIELD-7 TO WS-REJ-REASON
                   END-IF
               WHEN 'EXTXFER'
                   IF WS-REJ-FIELD-9 NOT = SPACES
                       MOVE WS-REJ-FIELD-9 TO WS-REJ-REASON
                   ELSE
                       MOVE WS-REJ-FIELD-8 TO WS-REJ-REASON
                   END-IF
               WHEN OTHER
                   MOVE WS-REJ-FIELD-6 TO WS-REJ-REASON
           END-EVALUATE.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REVERSAL-SECTION.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REVERSALS" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TXN-ID     TYPE              ACCOUNT  AMOUNT       "
                  "RUN-BALANCE  ORIG-TXN-ID"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REV-COUNT
               PERFORM WRITE-REVERSAL-DETAIL-LINE
           END-PERFORM.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REVERSAL-DETAIL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-REV-AMT(WS-I) TO WS-AMT-EDIT.
           MOVE WS-REV-BAL-AFTER(WS-I) TO WS-RUN-BAL-EDIT.
           STRING WS-REV-TXN-ID(WS-I)      DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  WS-REV-TYPE(WS-I)        DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  WS-REV-ACCT(WS-I)        DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDIT              DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RUN-BAL-EDIT          DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-REV-ORIG-TXN-ID(WS-I) DELIMITED BY SPACE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       CHECK-ACCOUNT-ALREADY-SEEN.
           MOVE 'N' TO WS-SEEN-FLAG.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEEN-COUNT
               + WS-TOTAL-DEPOSITS - WS-TOTAL-WITHDRAWALS
               - WS-TOTAL-TRANSFERS + WS-TOTAL-TRANSFERS-IN
               + WS-TOTAL-INTEREST - WS-TOTAL-SVC-CHARGES
               - WS-TOTAL-OD-FEES - WS-TOTAL-PENALTIES
               + WS-TOTAL-REV-CREDITS - WS-TOTAL-REV-DEBITS
               - WS-TOTAL-ESCHEAT.

           IF WS-EXPECTED-CLOSE = WS-CLOSING-TOTAL
               MOVE "BALANCED" TO WS-TIE-OUT-TEXT
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-TOTAL-PENALTIES TO WS-PENALTIES-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL PENALTIES:   " DELIMITED BY SIZE
                  WS-PENALTIES-EDIT     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-TOTAL-REV-CREDITS TO WS-REV-CREDITS-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REVERSAL CREDITS:  " DELIMITED BY SIZE
                  WS-REV-CREDITS-EDIT   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-TOTAL-REV-DEBITS TO WS-REV-DEBITS-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REVERSAL DEBITS:   " DELIMITED BY SIZE
                  WS-REV-DEBITS-EDIT    DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-TOTAL-ESCHEAT TO WS-ESCHEAT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL ESCHEATED:   " DELIMITED BY SIZE
                  WS-ESCHEAT-EDIT       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-TOTAL-LOAN-POSTINGS TO WS-LOAN-POSTINGS-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOAN POSTINGS:     " DELIMITED BY SIZE
                  WS-LOAN-POSTINGS-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-OPENING-TOTAL TO WS-OPENING-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OPENING BALANCE:   " DELIMITED BY SIZE
