       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRETN.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT ACHRPARM ASSIGN TO "ACHRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHRPARM-STATUS.
           SELECT ACHRETIN ASSIGN TO "ACHRETIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHRETIN-STATUS.
           SELECT XFERHIST ASSIGN TO "XFERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERHIST-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT ACHRTRPT ASSIGN TO "ACHRTRPT"
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

       FD  ACHRPARM.
       01  ACHRPARM-RECORD         PIC X(80).

       FD  ACHRETIN.
       01  RETURN-RECORD           PIC X(80).

       FD  XFERHIST.
       01  XFERHIST-RECORD         PIC X(132).

       FD  AUDITLOG.
       01  AUDIT-RECORD            PIC X(100).

       FD  ACHRTRPT.
       01  PRINT-RECORD            PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-BUILD-RECORD         PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-ACCTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-ACHRPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-ACHRETIN-STATUS      PIC X(2) VALUE SPACES.
       01  WS-XFERHIST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-AUDITLOG-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-LINE          PIC X(132) VALUE SPACES.
       01  WS-RC-DISPLAY           PIC 9(4).

       01  WS-RETN-PARM-RECORD     VALUE SPACES.
           05  WS-RETN-PARM-DAYS   PIC X(3).
           05  FILLER              PIC X(77).
       01  WS-RETAIN-DAYS          PIC 9(3) VALUE 90.
       01  WS-PURGE-BEFORE-INT     PIC 9(8).
       01  WS-ENTRY-DATE-NUM       PIC 9(8).

       01  WS-MAX-HIST-LIMIT       PIC 9(5) VALUE 20000.
       01  WS-HIST-COUNT           PIC 9(5) VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY       OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON WS-HIST-COUNT.
               10  WS-HIST-TXN-ID  PIC X(10).
               10  WS-HIST-ACCT    PIC X(5).
               10  WS-HIST-AMT-STR PIC X(10).
               10  WS-HIST-RTN     PIC X(9).
               10  WS-HIST-EXT-ACCT PIC X(17).
               10  WS-HIST-TRACE   PIC X(15).
               10  WS-HIST-REL-DT  PIC X(8).
               10  WS-HIST-STATUS  PIC X.
               10  WS-HIST-RET-CODE PIC X(3).
               10  WS-HIST-RET-DT  PIC X(8).
       01  WS-H                    PIC 9(5).
       01  WS-FOUND-FLAG           PIC X VALUE 'N'.
       01  WS-FOUND-IDX            PIC 9(5) VALUE 0.
       01  WS-RETURNED-IDX         PIC 9(5) VALUE 0.

       01  WS-IN-KEY               PIC X(15).
       01  WS-IN-RET-CODE          PIC X(3).
       01  WS-IN-RET-DATE          PIC X(8).
       01  WS-REASON-DESC          PIC X(30).
       01  WS-RESULT               PIC X(20).

       01  WS-MAX-CODE-LIMIT       PIC 9(2) VALUE 50.
       01  WS-CODE-COUNT           PIC 9(2) VALUE 0.
       01  WS-CODES-TABLE.
           05  WS-CODE-ENTRY       OCCURS 1 TO 50 TIMES
                                    DEPENDING ON WS-CODE-COUNT.
               10  WS-CODE-VALUE   PIC X(3).
               10  WS-CODE-ITEMS   PIC 9(5).
               10  WS-CODE-TOTAL   PIC 9(10)V99.
       01  WS-K                    PIC 9(2).
       01  WS-CODE-IDX             PIC 9(2) VALUE 0.

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
       01  WS-ITEM-AMT-EDIT        PIC Z(6)9.99.
       01  WS-TOTAL-EDIT           PIC Z(9)9.99.

       01  WS-RETURNS-READ-COUNT   PIC 9(5) VALUE 0.
       01  WS-RETURNS-POSTED-COUNT PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01  WS-PURGED-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACHRETN: Starting returned payment run..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM

           PERFORM READ-RETURN-PARAMETERS
           PERFORM LOAD-TRANSFER-HISTORY

           OPEN I-O ACCTMAST
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "ACHRETN: CANNOT OPEN ACCTMAST - STATUS "
                       WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITLOG
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF
           OPEN OUTPUT ACHRTRPT
           PERFORM WRITE-REPORT-HEADING

           OPEN INPUT ACHRETIN
           IF WS-ACHRETIN-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ACHRETIN
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RETURN-RECORD NOT = SPACES
                               ADD 1 TO WS-RETURNS-READ-COUNT
                               PERFORM PROCESS-SINGLE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACHRETIN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG

           PERFORM WRITE-REPORT-TOTALS
           CLOSE ACHRTRPT
           CLOSE AUDITLOG
           CLOSE ACCTMAST
           PERFORM REWRITE-TRANSFER-HISTORY
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "ACHRETN: Returns read: " WS-RETURNS-READ-COUNT
           DISPLAY "ACHRETN: Returns posted: " WS-RETURNS-POSTED-COUNT
           DISPLAY "ACHRETN: Exceptions: " WS-EXCEPTION-COUNT
           DISPLAY "ACHRETN: History entries purged: " WS-PURGED-COUNT

           STOP RUN.

       READ-RETURN-PARAMETERS.
           OPEN INPUT ACHRPARM.
           IF WS-ACHRPARM-STATUS = "00"
               READ ACHRPARM INTO WS-RETN-PARM-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-RETN-PARM-DAYS IS NUMERIC
                   MOVE WS-RETN-PARM-DAYS TO WS-RETAIN-DAYS
               END-IF
               CLOSE ACHRPARM
           END-IF.
           COMPUTE WS-PURGE-BEFORE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-RETAIN-DAYS.

       LOAD-TRANSFER-HISTORY.
           MOVE 0 TO WS-HIST-COUNT.
           OPEN INPUT XFERHIST.
           IF WS-XFERHIST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ XFERHIST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-HIST-COUNT >= WS-MAX-HIST-LIMIT
                               DISPLAY "ACHRETN: TRANSFER HISTORY "
                                   "TABLE CAPACITY OF "
                                   WS-MAX-HIST-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF XFERHIST-RECORD NOT = SPACES
                               PERFORM STORE-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XFERHIST
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-HISTORY-ENTRY.
           ADD 1 TO WS-HIST-COUNT.
           MOVE SPACES TO WS-HIST-ENTRY(WS-HIST-COUNT).
           UNSTRING XFERHIST-RECORD DELIMITED BY ','
               INTO WS-HIST-TXN-ID(WS-HIST-COUNT),
                    WS-HIST-ACCT(WS-HIST-COUNT),
                    WS-HIST-AMT-STR(WS-HIST-COUNT),
                    WS-HIST-RTN(WS-HIST-COUNT),
                    WS-HIST-EXT-ACCT(WS-HIST-COUNT),
                    WS-HIST-TRACE(WS-HIST-COUNT),
                    WS-HIST-REL-DT(WS-HIST-COUNT),
                    WS-HIST-STATUS(WS-HIST-COUNT),
                    WS-HIST-RET-CODE(WS-HIST-COUNT),
                    WS-HIST-RET-DT(WS-HIST-COUNT)
           END-UNSTRING.

       PROCESS-SINGLE-RETURN.
           MOVE SPACES TO WS-IN-KEY.
           MOVE SPACES TO WS-IN-RET-CODE.
           MOVE SPACES TO WS-IN-RET-DATE.
           UNSTRING RETURN-RECORD DELIMITED BY ','
               INTO WS-IN-KEY, WS-IN-RET-CODE, WS-IN-RET-DATE
           END-UNSTRING.
           IF WS-IN-RET-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-IN-RET-DATE
           END-IF.
           PERFORM SET-RETURN-REASON-DESC.
           MOVE SPACES TO WS-RESULT.

           PERFORM FIND-HISTORY-ENTRY.
           IF WS-FOUND-FLAG = 'N'
               MOVE "NOT-FOUND" TO WS-RESULT
           ELSE
               IF WS-HIST-STATUS(WS-FOUND-IDX) = 'R'
                   MOVE "ALREADY-RETURNED" TO WS-RESULT
               ELSE
                   MOVE WS-HIST-ACCT(WS-FOUND-IDX) TO AM-ACCT-ID
                   READ ACCTMAST
                       INVALID KEY
                           MOVE "ACCT-NOT-FOUND" TO WS-RESULT
                   END-READ
                   IF WS-RESULT = SPACES
                       AND (AM-ACCT-TYPE = 'CLOSED'
                           OR AM-ACCT-TYPE = 'ESCHEATED')
                       MOVE "ACCT-UNAVAILABLE" TO WS-RESULT
                   END-IF
               END-IF
           END-IF.

           IF WS-RESULT = SPACES
               PERFORM POST-RETURN-CREDIT
           END-IF.
           IF WS-RESULT NOT = "POSTED"
               ADD 1 TO WS-EXCEPTION-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-RETURN-DETAIL-LINE.

       FIND-HISTORY-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 0 TO WS-FOUND-IDX.
           MOVE 0 TO WS-RETURNED-IDX.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIST-COUNT
               IF WS-HIST-TRACE(WS-H) = WS-IN-KEY
                   OR WS-HIST-TXN-ID(WS-H) = WS-IN-KEY
                   IF WS-HIST-STATUS(WS-H) = 'R'
                       MOVE WS-H TO WS-RETURNED-IDX
                   ELSE
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-H TO WS-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               AND WS-RETURNED-IDX > 0
               MOVE 'Y' TO WS-FOUND-FLAG
               MOVE WS-RETURNED-IDX TO WS-FOUND-IDX
           END-IF.

       SET-RETURN-REASON-DESC.
           EVALUATE WS-IN-RET-CODE
               WHEN 'R01'
                   MOVE "INSUFFICIENT FUNDS" TO WS-REASON-DESC
               WHEN 'R02'
                   MOVE "ACCOUNT CLOSED" TO WS-REASON-DESC
               WHEN 'R03'
                   MOVE "NO ACCOUNT - UNABLE TO LOCATE"
                       TO WS-REASON-DESC
               WHEN 'R04'
                   MOVE "INVALID ACCOUNT NUMBER" TO WS-REASON-DESC
               WHEN 'R06'
                   MOVE "RETURNED PER ODFI REQUEST" TO WS-REASON-DESC
               WHEN 'R07'
                   MOVE "AUTHORIZATION REVOKED" TO WS-REASON-DESC
               WHEN 'R08'
                   MOVE "PAYMENT STOPPED" TO WS-REASON-DESC
               WHEN 'R10'
                   MOVE "NOT AUTHORIZED BY RECEIVER" TO WS-REASON-DESC
               WHEN 'R16'
                   MOVE "ACCOUNT FROZEN" TO WS-REASON-DESC
               WHEN 'R20'
                   MOVE "NON-TRANSACTION ACCOUNT" TO WS-REASON-DESC
               WHEN OTHER
                   MOVE "OTHER RETURN REASON" TO WS-REASON-DESC
           END-EVALUATE.

       POST-RETURN-CREDIT.
           MOVE FUNCTION NUMVAL(WS-HIST-AMT-STR(WS-FOUND-IDX))
               TO WS-AUDIT-AMT.
           MOVE AM-ACCT-BALANCE TO WS-BALANCE-BEFORE.
           ADD WS-AUDIT-AMT TO AM-ACCT-BALANCE.
           MOVE AM-ACCT-BALANCE TO WS-BALANCE-AFTER.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   DISPLAY "ACHRETN: REWRITE FAILED FOR ACCOUNT "
                           AM-ACCT-ID " - STATUS " WS-ACCTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "REWRITE-FAILED" TO WS-RESULT
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 'R' TO WS-HIST-STATUS(WS-FOUND-IDX)
                   MOVE WS-IN-RET-CODE
                       TO WS-HIST-RET-CODE(WS-FOUND-IDX)
                   MOVE WS-IN-RET-DATE TO WS-HIST-RET-DT(WS-FOUND-IDX)
                   ADD 1 TO WS-RETURNS-POSTED-COUNT
                   PERFORM ACCUMULATE-REASON-TOTALS
                   MOVE "POSTED" TO WS-RESULT
           END-REWRITE.

       ACCUMULATE-REASON-TOTALS.
           MOVE 0 TO WS-CODE-IDX.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CODE-COUNT
               IF WS-CODE-VALUE(WS-K) = WS-IN-RET-CODE
                   MOVE WS-K TO WS-CODE-IDX
               END-IF
           END-PERFORM.
           IF WS-CODE-IDX = 0
               IF WS-CODE-COUNT >= WS-MAX-CODE-LIMIT
                   DISPLAY "ACHRETN: RETURN CODE TABLE CAPACITY OF "
                           WS-MAX-CODE-LIMIT " EXCEEDED - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CODE-IDX
               MOVE WS-IN-RET-CODE TO WS-CODE-VALUE(WS-CODE-IDX)
               MOVE 0 TO WS-CODE-ITEMS(WS-CODE-IDX)
               MOVE 0 TO WS-CODE-TOTAL(WS-CODE-IDX)
           END-IF.
           ADD 1 TO WS-CODE-ITEMS(WS-CODE-IDX).
           ADD WS-AUDIT-AMT TO WS-CODE-TOTAL(WS-CODE-IDX).

       BUILD-RETURN-TXN-ID.
           ADD 1 TO WS-TXN-SEQ.
           MOVE SPACES TO WS-TXN-ID.
           STRING "RT" DELIMITED BY SIZE
                  WS-TXN-SEQ DELIMITED BY SIZE
               INTO WS-TXN-ID
           END-STRING.

       WRITE-AUDIT-RECORD.
           PERFORM BUILD-RETURN-TXN-ID.
           MOVE SPACES TO WS-AUDIT-RECORD.
           MOVE WS-AUDIT-AMT TO WS-AMT-EDIT.
           MOVE WS-BALANCE-BEFORE TO WS-BAL-BEFORE-EDIT.
           MOVE WS-BALANCE-AFTER TO WS-BAL-AFTER-EDIT.
           STRING AM-ACCT-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXN-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  "EXTXFER-RET" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BAL-BEFORE-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BAL-AFTER-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  AM-ACCT-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HIST-TXN-ID(WS-FOUND-IDX) DELIMITED BY SPACE
               INTO WS-AUDIT-RECORD
           END-STRING.
           MOVE WS-AUDIT-RECORD TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-REC-COUNT.
           ADD WS-AUDIT-AMT TO WS-POSTED-AMT-TOTAL.

       REWRITE-TRANSFER-HISTORY.
           OPEN OUTPUT XFERHIST.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HIST-COUNT
               MOVE 0 TO WS-ENTRY-DATE-NUM
               IF WS-HIST-REL-DT(WS-H) IS NUMERIC
                   MOVE WS-HIST-REL-DT(WS-H) TO WS-ENTRY-DATE-NUM
               END-IF
               IF WS-ENTRY-DATE-NUM NOT = 0
                   AND FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-NUM)
                       < WS-PURGE-BEFORE-INT
                   ADD 1 TO WS-PURGED-COUNT
               ELSE
                   PERFORM WRITE-HISTORY-ENTRY
               END-IF
           END-PERFORM.
           CLOSE XFERHIST.

       WRITE-HISTORY-ENTRY.
           MOVE SPACES TO WS-BUILD-RECORD.
           STRING WS-HIST-TXN-ID(WS-H) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HIST-ACCT(WS-H) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HIST-AMT-STR(WS-H) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HIST-RTN(WS-H) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HIST-EXT-ACCT(WS-H) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HIST-TRACE(WS-H) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HIST-REL-DT(WS-H) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HIST-STATUS(WS-H) DELIMITED BY SIZE
               INTO WS-BUILD-RECORD
           END-STRING.
           IF WS-HIST-STATUS(WS-H) = 'R'
               MOVE WS-BUILD-RECORD TO WS-PRINT-LINE
               MOVE SPACES TO WS-BUILD-RECORD
               STRING WS-PRINT-LINE DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HIST-RET-CODE(WS-H) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HIST-RET-DT(WS-H) DELIMITED BY SPACE
                   INTO WS-BUILD-RECORD
               END-STRING
           END-IF.
           MOVE WS-BUILD-RECORD TO XFERHIST-RECORD.
           WRITE XFERHIST-RECORD.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETURNED OUTBOUND PAYMENTS" DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRACE NUMBER     TXN-ID      ACCT       AMOUNT  "
                  "CODE  REASON                          "
                  "RETURNED  RESULT" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-RETURN-DETAIL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE FUNCTION NUMVAL(WS-HIST-AMT-STR(WS-FOUND-IDX))
                   TO WS-ITEM-AMT-EDIT
               STRING WS-HIST-TRACE(WS-FOUND-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-HIST-TXN-ID(WS-FOUND-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-HIST-ACCT(WS-FOUND-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ITEM-AMT-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING WS-IN-KEY DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           MOVE WS-IN-RET-CODE TO WS-PRINT-LINE(50:3).
           MOVE WS-REASON-DESC TO WS-PRINT-LINE(56:30).
           MOVE WS-IN-RET-DATE TO WS-PRINT-LINE(88:8).
           MOVE WS-RESULT TO WS-PRINT-LINE(98:20).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETURNS BY REASON CODE" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CODE-COUNT
               MOVE WS-CODE-VALUE(WS-K) TO WS-IN-RET-CODE
               PERFORM SET-RETURN-REASON-DESC
               MOVE WS-CODE-TOTAL(WS-K) TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-CODE-VALUE(WS-K) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REASON-DESC DELIMITED BY SIZE
                      "  ITEMS: " DELIMITED BY SIZE
                      WS-CODE-ITEMS(WS-K) DELIMITED BY SIZE
                      "  AMOUNT: " DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETURNS READ:             " DELIMITED BY SIZE
                  WS-RETURNS-READ-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETURNS POSTED:           " DELIMITED BY SIZE
                  WS-RETURNS-POSTED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-POSTED-AMT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL CREDITED BACK:      " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXCEPTIONS NOT POSTED:    " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
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
           STRING "ACHRETN" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RETURNS-READ-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RETURNS-POSTED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
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
