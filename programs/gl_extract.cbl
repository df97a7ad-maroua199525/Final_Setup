       01  WS-TOTAL-INTEREST       PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-SVC-CHARGES    PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-OD-FEES        PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-PENALTIES      PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-REV-DEBITS     PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-REV-CREDITS    PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-ESCHEAT        PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-LOANS-BOOKED   PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-LOAN-ACCRUALS  PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-LOAN-PAYMENTS  PIC S9(12)V99 VALUE 0.
       01  WS-RELEASE-FLAG         PIC X VALUE 'Y'.
       01  WS-AMOUNT-EDIT          PIC -9(12).99.
       01  WS-COUNT-EDIT           PIC ZZZZZZ9.
       ACCUMULATE-TYPE-TOTALS.
           EVALUATE WS-AUD-TYPE
               WHEN 'DEPOSIT'
               WHEN 'EXTXFER-RET'
               WHEN 'OPEN'
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
                   ADD WS-AUD-AMT TO WS-TOTAL-LOANS-BOOKED
               WHEN 'LOAN-INT-ACR'
               WHEN 'LOAN-LATE-FEE'
                   ADD WS-AUD-AMT TO WS-TOTAL-LOAN-ACCRUALS
               WHEN 'LOAN-FEE-PMT'
               WHEN 'LOAN-INT-PMT'
               WHEN 'LOAN-PRIN-PMT'
                   ADD WS-AUD-AMT TO WS-TOTAL-LOAN-PAYMENTS
           END-EVALUATE.

       FIND-GL-MAPPING-ENTRY.
           PERFORM WRITE-PROOF-TOTAL-SVC-CHARGES.
           MOVE WS-TOTAL-OD-FEES TO WS-AMOUNT-EDIT.
           PERFORM WRITE-PROOF-TOTAL-OD-FEES.
           MOVE WS-TOTAL-PENALTIES TO WS-AMOUNT-EDIT.
           PERFORM WRITE-PROOF-TOTAL-PENALTIES.
           MOVE WS-TOTAL-REV-CREDITS TO WS-AMOUNT-EDIT.
           PERFORM WRITE-PROOF-TOTAL-REV-CREDITS.
           MOVE WS-TOTAL-REV-DEBITS TO WS-AMOUNT-EDIT.
           PERFORM WRITE-PROOF-TOTAL-REV-DEBITS.
           MOVE WS-TOTAL-ESCHEAT TO WS-AMOUNT-EDIT.
           PERFORM WRITE-PROOF-TOTAL-ESCHEAT.
           MOVE WS-TOTAL-LOANS-BOOKED TO WS-AMOUNT-EDIT.
           PERFORM WRITE-PROOF-TOTAL-LOANS-BOOKED.
           MOVE WS-TOTAL-LOAN-ACCRUALS TO WS-AMOUNT-EDIT.
           PERFORM WRITE-PROOF-TOTAL-LOAN-ACCRUALS.
           MOVE WS-TOTAL-LOAN-PAYMENTS TO WS-AMOUNT-EDIT.
           PERFORM WRITE-PROOF-TOTAL-LOAN-PAYMENTS.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-PROOF-TOTAL-PENALTIES.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL PENALTIES:   " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-PROOF-TOTAL-REV-CREDITS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REVERSAL CREDITS:  " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-PROOF-TOTAL-REV-DEBITS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REVERSAL DEBITS:   " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-PROOF-TOTAL-ESCHEAT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL ESCHEATED:   " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-PROOF-TOTAL-LOANS-BOOKED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOANS BOOKED:      " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-PROOF-TOTAL-LOAN-ACCRUALS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOAN ACCRUALS:     " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-PROOF-TOTAL-LOAN-PAYMENTS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOAN PAYMENTS:     " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-PROOF-MAPPING-LINE.
           MOVE WS-MAP-AMOUNT(WS-I) TO WS-AMOUNT-EDIT.
           MOVE WS-MAP-TXNS(WS-I) TO WS-COUNT-EDIT.
