       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHBUILD.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT XFERPARM ASSIGN TO "XFERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERPARM-STATUS.
           SELECT XFEROUT ASSIGN TO "XFEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFEROUT-STATUS.
           SELECT ACHFILE ASSIGN TO "ACHFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHFILE-STATUS.
           SELECT XFERHIST ASSIGN TO "XFERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERHIST-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT ACHRPT ASSIGN TO "ACHRPT"
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

       FD  XFERPARM.
       01  XFERPARM-RECORD         PIC X(120).

       FD  XFEROUT.
       01  XFEROUT-RECORD          PIC X(132).

       FD  ACHFILE.
       01  ACH-RECORD              PIC X(94).

       FD  XFERHIST.
       01  XFERHIST-RECORD         PIC X(132).

       FD  AUDITLOG.
       01  AUDIT-RECORD            PIC X(100).

       FD  ACHRPT.
       01  PRINT-RECORD            PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-BUILD-RECORD         PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-NUM.
           05  FILLER              PIC X(2).
           05  WS-RUN-YYMMDD       PIC X(6).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-RUN-DAY-NUM          PIC 9(7).
       01  WS-RUN-DAY-PARTS REDEFINES WS-RUN-DAY-NUM.
           05  FILLER              PIC X(4).
           05  WS-RUN-DDD          PIC X(3).
       01  WS-ACCTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-XFERPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-XFEROUT-STATUS       PIC X(2) VALUE SPACES.
       01  WS-ACHFILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-XFERHIST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-AUDITLOG-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-LINE          PIC X(132) VALUE SPACES.
       01  WS-RC-DISPLAY           PIC 9(4).

       01  WS-XFER-PARM-RECORD     VALUE SPACES.
           05  WS-XFER-PARM-CLEARING PIC X(5).
           05  WS-XFER-PARM-DEST-RTN PIC X(9).
           05  WS-XFER-PARM-ODFI-RTN PIC X(9).
           05  WS-XFER-PARM-CO-ID  PIC X(10).
           05  WS-XFER-PARM-CO-NAME PIC X(16).
           05  WS-XFER-PARM-DEST-NAME PIC X(23).
           05  WS-XFER-PARM-ORIG-NAME PIC X(23).
           05  FILLER              PIC X(25).
       01  WS-CLEARING-ACCT        PIC X(5) VALUE SPACES.
       01  WS-ODFI-RTN             PIC X(9) VALUE SPACES.
       01  WS-DEST-RTN             PIC X(9) VALUE SPACES.
       01  WS-COMPANY-ID           PIC X(10) VALUE SPACES.
       01  WS-COMPANY-NAME         PIC X(16) VALUE SPACES.

       01  WS-MAX-ITEM-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-ITEM-COUNT           PIC 9(5) VALUE 0.
       01  WS-ITEMS-TABLE.
           05  WS-ITEM-ENTRY       OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-ITEM-COUNT.
               10  WS-ITEM-TXN-ID  PIC X(10).
               10  WS-ITEM-ACCT    PIC X(5).
               10  WS-ITEM-AMT     PIC 9(7)V99.
               10  WS-ITEM-EFF-DT  PIC X(8).
               10  WS-ITEM-RTN     PIC X(9).
               10  WS-ITEM-EXT-ACCT PIC X(17).
               10  WS-ITEM-NAME    PIC X(22).
               10  WS-ITEM-TRACE   PIC X(15).
       01  WS-I                    PIC 9(5).

       01  WS-IN-TXN-ID            PIC X(10).
       01  WS-IN-ACCT              PIC X(5).
       01  WS-IN-AMT-STR           PIC X(12).
       01  WS-IN-EFF-DT            PIC X(8).
       01  WS-IN-RTN               PIC X(20).
       01  WS-IN-EXT-ACCT          PIC X(20).
       01  WS-IN-NAME              PIC X(22).
       01  WS-IN-RUN-DT            PIC X(8).

       01  WS-EFFECTIVE-DATE-INT   PIC 9(8).
       01  WS-EFFECTIVE-DATE-NUM   PIC 9(8).
       01  WS-EFFECTIVE-DATE REDEFINES WS-EFFECTIVE-DATE-NUM.
           05  FILLER              PIC X(2).
           05  WS-EFFECTIVE-YYMMDD PIC X(6).
       01  WS-WEEKDAY              PIC 9.

       01  WS-FILE-HEADER.
           05  FILLER              PIC X(1) VALUE '1'.
           05  FILLER              PIC X(2) VALUE '01'.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-FH-DEST          PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-FH-ORIGIN        PIC X(9).
           05  WS-FH-DATE          PIC X(6).
           05  WS-FH-TIME          PIC X(4).
           05  FILLER              PIC X(1) VALUE 'A'.
           05  FILLER              PIC X(3) VALUE '094'.
           05  FILLER              PIC X(2) VALUE '10'.
           05  FILLER              PIC X(1) VALUE '1'.
           05  WS-FH-DEST-NAME     PIC X(23).
           05  WS-FH-ORIG-NAME     PIC X(23).
           05  FILLER              PIC X(8) VALUE SPACES.

       01  WS-BATCH-HEADER.
           05  FILLER              PIC X(1) VALUE '5'.
           05  FILLER              PIC X(3) VALUE '220'.
           05  WS-BH-CO-NAME       PIC X(16).
           05  FILLER              PIC X(20) VALUE SPACES.
           05  WS-BH-CO-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE 'PPD'.
           05  FILLER              PIC X(10) VALUE 'PAYMENT'.
           05  WS-BH-DESC-DATE     PIC X(6).
           05  WS-BH-EFF-DATE      PIC X(6).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  FILLER              PIC X(1) VALUE '1'.
           05  WS-BH-ODFI          PIC X(8).
           05  WS-BH-BATCH-NO      PIC 9(7) VALUE 1.

       01  WS-ENTRY-DETAIL.
           05  FILLER              PIC X(1) VALUE '6'.
           05  FILLER              PIC X(2) VALUE '22'.
           05  WS-ED-RDFI          PIC X(8).
           05  WS-ED-CHECK-DIGIT   PIC X(1).
           05  WS-ED-DFI-ACCT      PIC X(17).
           05  WS-ED-AMOUNT        PIC 9(10).
           05  WS-ED-IND-ID        PIC X(15).
           05  WS-ED-IND-NAME      PIC X(22).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(1) VALUE '0'.
           05  WS-ED-TRACE.
               10  WS-ED-TRACE-ODFI PIC X(8).
               10  WS-ED-TRACE-DAY PIC X(3).
               10  WS-ED-TRACE-SEQ PIC 9(4).

       01  WS-BATCH-CONTROL.
           05  FILLER              PIC X(1) VALUE '8'.
           05  FILLER              PIC X(3) VALUE '220'.
           05  WS-BC-ENTRY-COUNT   PIC 9(6).
           05  WS-BC-ENTRY-HASH    PIC 9(10).
           05  WS-BC-DEBIT-TOTAL   PIC 9(12) VALUE 0.
           05  WS-BC-CREDIT-TOTAL  PIC 9(12).
           05  WS-BC-CO-ID         PIC X(10).
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-BC-ODFI          PIC X(8).
           05  WS-BC-BATCH-NO      PIC 9(7) VALUE 1.

       01  WS-FILE-CONTROL.
           05  FILLER              PIC X(1) VALUE '9'.
           05  WS-FC-BATCH-COUNT   PIC 9(6) VALUE 1.
           05  WS-FC-BLOCK-COUNT   PIC 9(6).
           05  WS-FC-ENTRY-COUNT   PIC 9(8).
           05  WS-FC-ENTRY-HASH    PIC 9(10).
           05  WS-FC-DEBIT-TOTAL   PIC 9(12) VALUE 0.
           05  WS-FC-CREDIT-TOTAL  PIC 9(12).
           05  FILLER              PIC X(39) VALUE SPACES.

       01  WS-ENTRY-HASH-SUM       PIC 9(12) VALUE 0.
       01  WS-RDFI-NUM             PIC 9(8).
       01  WS-ACH-RECORD-COUNT     PIC 9(7) VALUE 0.
       01  WS-BLOCK-FILL-COUNT     PIC 9(2) VALUE 0.
       01  WS-TRACE-SEQ            PIC 9(4) VALUE 0.
       01  WS-MAX-TRACE-SEQ        PIC 9(4) VALUE 9999.
       01  WS-HIST-SKIP            PIC X(20).
       01  WS-HIST-TRACE           PIC X(15).
       01  WS-HIST-REL-DT          PIC X(8).

       01  WS-FILE-TOTAL           PIC 9(10)V99 VALUE 0.
       01  WS-CLEARING-BEFORE      PIC S9(7)V99 VALUE 0.
       01  WS-CLEARING-AFTER       PIC S9(7)V99 VALUE 0.
       01  WS-CLEARING-TYPE        PIC X(10) VALUE SPACES.
       01  WS-RELEASED-FLAG        PIC X VALUE 'N'.

       01  WS-TXN-SEQ              PIC 9(5) VALUE 0.
       01  WS-TXN-ID               PIC X(10).
       01  WS-AUDIT-AMT            PIC 9(7)V99.
       01  WS-AUDIT-RECORD         PIC X(100) VALUE SPACES.
       01  WS-AMT-EDIT             PIC 9(7).99.
       01  WS-BAL-BEFORE-EDIT      PIC -9(7).99.
       01  WS-BAL-AFTER-EDIT       PIC -9(7).99.
       01  WS-AUDIT-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-POSTED-AMT-TOTAL     PIC 9(13)V99 VALUE 0.
       01  WS-POSTED-AMT-EDIT      PIC 9(13).99.
       01  WS-TOTAL-EDIT           PIC Z(9)9.99.
       01  WS-ITEM-AMT-EDIT        PIC Z(6)9.99.
       01  WS-HASH-EDIT            PIC 9(10).

       01  WS-ITEMS-READ-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACHBUILD: Starting outbound payment file build..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-DAY-NUM FROM DAY YYYYDDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM

           PERFORM READ-TRANSFER-PARAMETERS
           PERFORM LOAD-OUTBOUND-ITEMS

           OPEN OUTPUT ACHRPT
           PERFORM WRITE-REPORT-HEADING

           IF WS-ITEM-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO OUTBOUND TRANSFERS TO RELEASE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               PERFORM RELEASE-OUTBOUND-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE ACHRPT
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "ACHBUILD: Items read: " WS-ITEMS-READ-COUNT
           DISPLAY "ACHBUILD: Items released: " WS-ITEM-COUNT
           DISPLAY "ACHBUILD: File records written: "
                   WS-ACH-RECORD-COUNT

           STOP RUN.

       READ-TRANSFER-PARAMETERS.
           OPEN INPUT XFERPARM.
           IF WS-XFERPARM-STATUS = "00"
               READ XFERPARM INTO WS-XFER-PARM-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE XFERPARM
           END-IF.
           MOVE WS-XFER-PARM-CLEARING TO WS-CLEARING-ACCT.
           MOVE WS-XFER-PARM-ODFI-RTN TO WS-ODFI-RTN.
           IF WS-CLEARING-ACCT = SPACES
               OR WS-ODFI-RTN IS NOT NUMERIC
               DISPLAY "ACHBUILD: XFERPARM MISSING CLEARING ACCOUNT "
                       "OR ORIGINATING ROUTING NUMBER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-XFER-PARM-DEST-RTN TO WS-DEST-RTN.
           IF WS-DEST-RTN IS NOT NUMERIC
               MOVE WS-ODFI-RTN TO WS-DEST-RTN
           END-IF.
           MOVE WS-XFER-PARM-CO-ID TO WS-COMPANY-ID.
           IF WS-COMPANY-ID = SPACES
               STRING "1" DELIMITED BY SIZE
                      WS-ODFI-RTN DELIMITED BY SIZE
                   INTO WS-COMPANY-ID
               END-STRING
           END-IF.
           MOVE WS-XFER-PARM-CO-NAME TO WS-COMPANY-NAME.
           IF WS-COMPANY-NAME = SPACES
               MOVE WS-XFER-PARM-ORIG-NAME TO WS-COMPANY-NAME
           END-IF.

       LOAD-OUTBOUND-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT.
           OPEN INPUT XFEROUT.
           IF WS-XFEROUT-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ XFEROUT
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF XFEROUT-RECORD NOT = SPACES
                               ADD 1 TO WS-ITEMS-READ-COUNT
                               PERFORM STORE-OUTBOUND-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XFEROUT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-OUTBOUND-ITEM.
           MOVE SPACES TO WS-IN-TXN-ID.
           MOVE SPACES TO WS-IN-ACCT.
           MOVE SPACES TO WS-IN-AMT-STR.
           MOVE SPACES TO WS-IN-EFF-DT.
           MOVE SPACES TO WS-IN-RTN.
           MOVE SPACES TO WS-IN-EXT-ACCT.
           MOVE SPACES TO WS-IN-NAME.
           MOVE SPACES TO WS-IN-RUN-DT.
           UNSTRING XFEROUT-RECORD DELIMITED BY ','
               INTO WS-IN-TXN-ID, WS-IN-ACCT, WS-IN-AMT-STR,
                    WS-IN-EFF-DT, WS-IN-RTN, WS-IN-EXT-ACCT,
                    WS-IN-NAME, WS-IN-RUN-DT
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(WS-IN-AMT-STR) NOT = 0
               OR WS-IN-RTN(1:9) IS NOT NUMERIC
               OR WS-IN-RTN(10:11) NOT = SPACES
               OR WS-IN-EXT-ACCT = SPACES
               OR WS-IN-EXT-ACCT(18:3) NOT = SPACES
               DISPLAY "ACHBUILD: UNREADABLE OUTBOUND ITEM "
                       WS-IN-TXN-ID " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ITEM-COUNT >= WS-MAX-ITEM-LIMIT
               DISPLAY "ACHBUILD: OUTBOUND ITEM TABLE CAPACITY OF "
                       WS-MAX-ITEM-LIMIT " EXCEEDED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-IN-TXN-ID TO WS-ITEM-TXN-ID(WS-ITEM-COUNT).
           MOVE WS-IN-ACCT TO WS-ITEM-ACCT(WS-ITEM-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-AMT-STR)
               TO WS-ITEM-AMT(WS-ITEM-COUNT).
           MOVE WS-IN-EFF-DT TO WS-ITEM-EFF-DT(WS-ITEM-COUNT).
           MOVE WS-IN-RTN TO WS-ITEM-RTN(WS-ITEM-COUNT).
           MOVE WS-IN-EXT-ACCT TO WS-ITEM-EXT-ACCT(WS-ITEM-COUNT).
           MOVE WS-IN-NAME TO WS-ITEM-NAME(WS-ITEM-COUNT).
           MOVE SPACES TO WS-ITEM-TRACE(WS-ITEM-COUNT).
           ADD WS-ITEM-AMT(WS-ITEM-COUNT) TO WS-FILE-TOTAL.

       RELEASE-OUTBOUND-FILE.
           PERFORM LOAD-TRACE-SEQUENCE.
           OPEN I-O ACCTMAST.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "ACHBUILD: CANNOT OPEN ACCTMAST - STATUS "
                       WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CLEARING-ACCT TO AM-ACCT-ID.
           READ ACCTMAST
               INVALID KEY
                   DISPLAY "ACHBUILD: CLEARING ACCOUNT "
                           WS-CLEARING-ACCT " NOT ON FILE - "
                           "RUN ABORTED"
                   CLOSE ACCTMAST
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF AM-ACCT-BALANCE < WS-FILE-TOTAL
               DISPLAY "ACHBUILD: CLEARING ACCOUNT "
                       WS-CLEARING-ACCT " BALANCE IS LESS THAN "
                       "THE FILE TOTAL - RUN ABORTED"
               CLOSE ACCTMAST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SET-EFFECTIVE-ENTRY-DATE.
           PERFORM WRITE-PAYMENT-FILE.

           MOVE AM-ACCT-TYPE TO WS-CLEARING-TYPE.
           MOVE AM-ACCT-BALANCE TO WS-CLEARING-BEFORE.
           SUBTRACT WS-FILE-TOTAL FROM AM-ACCT-BALANCE.
           MOVE AM-ACCT-BALANCE TO WS-CLEARING-AFTER.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   DISPLAY "ACHBUILD: REWRITE FAILED FOR ACCOUNT "
                           AM-ACCT-ID " - STATUS " WS-ACCTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RELEASED-FLAG
           END-REWRITE.
           CLOSE ACCTMAST.

           IF WS-RELEASED-FLAG = 'Y'
               OPEN EXTEND AUDITLOG
               IF WS-AUDITLOG-STATUS = "35"
                   OPEN OUTPUT AUDITLOG
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               CLOSE AUDITLOG
               PERFORM WRITE-TRANSFER-HISTORY
               OPEN OUTPUT XFEROUT
               CLOSE XFEROUT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ITEM-COUNT
                   PERFORM WRITE-ITEM-DETAIL-LINE
               END-PERFORM
               IF WS-CLEARING-AFTER NOT = 0
                   DISPLAY "ACHBUILD: WARNING - CLEARING ACCOUNT "
                           WS-CLEARING-ACCT " DOES NOT NET TO ZERO"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-TRACE-SEQUENCE.
           MOVE 0 TO WS-TRACE-SEQ.
           OPEN INPUT XFERHIST.
           IF WS-XFERHIST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ XFERHIST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-HISTORY-TRACE
                   END-READ
               END-PERFORM
               CLOSE XFERHIST
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-TRACE-SEQ + WS-ITEM-COUNT > WS-MAX-TRACE-SEQ
               DISPLAY "ACHBUILD: DAILY TRACE SEQUENCE LIMIT OF "
                       WS-MAX-TRACE-SEQ " EXCEEDED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-HISTORY-TRACE.
           MOVE SPACES TO WS-HIST-TRACE.
           MOVE SPACES TO WS-HIST-REL-DT.
           UNSTRING XFERHIST-RECORD DELIMITED BY ','
               INTO WS-HIST-SKIP, WS-HIST-SKIP, WS-HIST-SKIP,
                    WS-HIST-SKIP, WS-HIST-SKIP, WS-HIST-TRACE,
                    WS-HIST-REL-DT
           END-UNSTRING.
           IF WS-HIST-REL-DT = WS-RUN-DATE
               AND WS-HIST-TRACE(9:3) = WS-RUN-DDD
               AND WS-HIST-TRACE(12:4) IS NUMERIC
               AND WS-HIST-TRACE(12:4) > WS-TRACE-SEQ
               MOVE WS-HIST-TRACE(12:4) TO WS-TRACE-SEQ
           END-IF.

       SET-EFFECTIVE-ENTRY-DATE.
           COMPUTE WS-EFFECTIVE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1.
           MOVE FUNCTION MOD(WS-EFFECTIVE-DATE-INT, 7) TO WS-WEEKDAY.
           PERFORM UNTIL WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
               ADD 1 TO WS-EFFECTIVE-DATE-INT
               MOVE FUNCTION MOD(WS-EFFECTIVE-DATE-INT, 7)
                   TO WS-WEEKDAY
           END-PERFORM.
           MOVE FUNCTION DATE-OF-INTEGER(WS-EFFECTIVE-DATE-INT)
               TO WS-EFFECTIVE-DATE-NUM.

       WRITE-PAYMENT-FILE.
           OPEN OUTPUT ACHFILE.
           IF WS-ACHFILE-STATUS NOT = "00"
               DISPLAY "ACHBUILD: CANNOT OPEN ACHFILE - STATUS "
                       WS-ACHFILE-STATUS
               CLOSE ACCTMAST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DEST-RTN TO WS-FH-DEST.
           MOVE WS-ODFI-RTN TO WS-FH-ORIGIN.
           MOVE WS-RUN-YYMMDD TO WS-FH-DATE.
           MOVE WS-RUN-TIME(1:4) TO WS-FH-TIME.
           MOVE WS-XFER-PARM-DEST-NAME TO WS-FH-DEST-NAME.
           MOVE WS-XFER-PARM-ORIG-NAME TO WS-FH-ORIG-NAME.
           MOVE WS-FILE-HEADER TO ACH-RECORD.
           PERFORM WRITE-ACH-RECORD.

           MOVE WS-COMPANY-NAME TO WS-BH-CO-NAME.
           MOVE WS-COMPANY-ID TO WS-BH-CO-ID.
           MOVE WS-RUN-YYMMDD TO WS-BH-DESC-DATE.
           MOVE WS-EFFECTIVE-YYMMDD TO WS-BH-EFF-DATE.
           MOVE WS-ODFI-RTN(1:8) TO WS-BH-ODFI.
           MOVE WS-BATCH-HEADER TO ACH-RECORD.
           PERFORM WRITE-ACH-RECORD.

           MOVE 0 TO WS-ENTRY-HASH-SUM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-COUNT
               PERFORM WRITE-ENTRY-DETAIL
           END-PERFORM.

           MOVE WS-ITEM-COUNT TO WS-BC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH-SUM TO WS-BC-ENTRY-HASH.
           COMPUTE WS-BC-CREDIT-TOTAL = WS-FILE-TOTAL * 100.
           MOVE WS-COMPANY-ID TO WS-BC-CO-ID.
           MOVE WS-ODFI-RTN(1:8) TO WS-BC-ODFI.
           MOVE WS-BATCH-CONTROL TO ACH-RECORD.
           PERFORM WRITE-ACH-RECORD.

           COMPUTE WS-FC-BLOCK-COUNT =
               (WS-ACH-RECORD-COUNT + 10) / 10.
           MOVE WS-ITEM-COUNT TO WS-FC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH-SUM TO WS-FC-ENTRY-HASH.
           MOVE WS-BC-CREDIT-TOTAL TO WS-FC-CREDIT-TOTAL.
           MOVE WS-FILE-CONTROL TO ACH-RECORD.
           PERFORM WRITE-ACH-RECORD.

           COMPUTE WS-BLOCK-FILL-COUNT =
               WS-FC-BLOCK-COUNT * 10 - WS-ACH-RECORD-COUNT.
           PERFORM WS-BLOCK-FILL-COUNT TIMES
               MOVE ALL '9' TO ACH-RECORD
               WRITE ACH-RECORD
           END-PERFORM.
           CLOSE ACHFILE.

       WRITE-ENTRY-DETAIL.
           ADD 1 TO WS-TRACE-SEQ.
           MOVE WS-ITEM-RTN(WS-I)(1:8) TO WS-ED-RDFI.
           MOVE WS-ITEM-RTN(WS-I)(9:1) TO WS-ED-CHECK-DIGIT.
           MOVE WS-ITEM-EXT-ACCT(WS-I) TO WS-ED-DFI-ACCT.
           COMPUTE WS-ED-AMOUNT = WS-ITEM-AMT(WS-I) * 100.
           MOVE WS-ITEM-TXN-ID(WS-I) TO WS-ED-IND-ID.
           MOVE WS-ITEM-NAME(WS-I) TO WS-ED-IND-NAME.
           MOVE WS-ODFI-RTN(1:8) TO WS-ED-TRACE-ODFI.
           MOVE WS-RUN-DDD TO WS-ED-TRACE-DAY.
           MOVE WS-TRACE-SEQ TO WS-ED-TRACE-SEQ.
           MOVE WS-ED-TRACE TO WS-ITEM-TRACE(WS-I).
           MOVE WS-ENTRY-DETAIL TO ACH-RECORD.
           PERFORM WRITE-ACH-RECORD.
           MOVE WS-ITEM-RTN(WS-I)(1:8) TO WS-RDFI-NUM.
           ADD WS-RDFI-NUM TO WS-ENTRY-HASH-SUM.

       WRITE-ACH-RECORD.
           WRITE ACH-RECORD.
           ADD 1 TO WS-ACH-RECORD-COUNT.

       BUILD-RELEASE-TXN-ID.
           ADD 1 TO WS-TXN-SEQ.
           MOVE SPACES TO WS-TXN-ID.
           STRING "AR" DELIMITED BY SIZE
                  WS-TXN-SEQ DELIMITED BY SIZE
               INTO WS-TXN-ID
           END-STRING.

       WRITE-AUDIT-RECORD.
           PERFORM BUILD-RELEASE-TXN-ID.
           MOVE WS-FILE-TOTAL TO WS-AUDIT-AMT.
           MOVE SPACES TO WS-AUDIT-RECORD.
           MOVE WS-AUDIT-AMT TO WS-AMT-EDIT.
           MOVE WS-CLEARING-BEFORE TO WS-BAL-BEFORE-EDIT.
           MOVE WS-CLEARING-AFTER TO WS-BAL-AFTER-EDIT.
           STRING WS-CLEARING-ACCT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXN-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  "EXTXFER-REL" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BAL-BEFORE-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BAL-AFTER-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CLEARING-TYPE DELIMITED BY SPACE
               INTO WS-AUDIT-RECORD
           END-STRING.
           MOVE WS-AUDIT-RECORD TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-REC-COUNT.
           ADD WS-AUDIT-AMT TO WS-POSTED-AMT-TOTAL.

       WRITE-TRANSFER-HISTORY.
           OPEN EXTEND XFERHIST.
           IF WS-XFERHIST-STATUS = "35"
               OPEN OUTPUT XFERHIST
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-COUNT
               MOVE WS-ITEM-AMT(WS-I) TO WS-AMT-EDIT
               MOVE SPACES TO WS-BUILD-RECORD
               STRING WS-ITEM-TXN-ID(WS-I) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-ITEM-ACCT(WS-I) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-AMT-EDIT DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-ITEM-RTN(WS-I) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-ITEM-EXT-ACCT(WS-I) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-ITEM-TRACE(WS-I) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      "S" DELIMITED BY SIZE
                   INTO WS-BUILD-RECORD
               END-STRING
               MOVE WS-BUILD-RECORD TO XFERHIST-RECORD
               WRITE XFERHIST-RECORD
           END-PERFORM.
           CLOSE XFERHIST.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OUTBOUND INTERBANK PAYMENT FILE" DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "     CLEARING ACCOUNT: " DELIMITED BY SIZE
                  WS-CLEARING-ACCT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRACE NUMBER     TXN-ID      ACCT   ROUTING    "
                  "EXT ACCOUNT        NAME                    "
                  "    AMOUNT" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-ITEM-DETAIL-LINE.
           MOVE WS-ITEM-AMT(WS-I) TO WS-ITEM-AMT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-ITEM-TRACE(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ITEM-TXN-ID(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ITEM-ACCT(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ITEM-RTN(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ITEM-EXT-ACCT(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ITEM-NAME(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ITEM-AMT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ITEMS RELEASED:           " DELIMITED BY SIZE
                  WS-ITEM-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL CREDITS:            " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           IF WS-RELEASED-FLAG = 'Y'
               MOVE WS-ENTRY-HASH-SUM TO WS-HASH-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ENTRY HASH:               " DELIMITED BY SIZE
                      WS-HASH-EDIT DELIMITED BY SIZE
                      "  EFFECTIVE DATE: " DELIMITED BY SIZE
                      WS-EFFECTIVE-DATE-NUM DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE PRINT-RECORD FROM WS-PRINT-LINE

               MOVE SPACES TO WS-PRINT-LINE
               STRING "FILE RECORDS:             " DELIMITED BY SIZE
                      WS-ACH-RECORD-COUNT DELIMITED BY SIZE
                      "  BLOCKS: " DELIMITED BY SIZE
                      WS-FC-BLOCK-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE PRINT-RECORD FROM WS-PRINT-LINE

               MOVE WS-CLEARING-BEFORE TO WS-BAL-BEFORE-EDIT
               MOVE WS-CLEARING-AFTER TO WS-BAL-AFTER-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "CLEARING BALANCE BEFORE:  " DELIMITED BY SIZE
                      WS-BAL-BEFORE-EDIT DELIMITED BY SIZE
                      "  AFTER: " DELIMITED BY SIZE
                      WS-BAL-AFTER-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       WRITE-RUN-CONTROL-RECORD.
           OPEN EXTEND RUNCTL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           MOVE RETURN-CODE TO WS-RC-DISPLAY.
           MOVE WS-POSTED-AMT-TOTAL TO WS-POSTED-AMT-EDIT.
           MOVE SPACES TO WS-RUNCTL-LINE.
           STRING "ACHBUILD" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ITEMS-READ-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ITEM-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ACH-RECORD-COUNT DELIMITED BY SIZE
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
