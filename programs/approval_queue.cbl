       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRPARM ASSIGN TO "APPRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRPARM-STATUS.
           SELECT PENDAPPR ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDAPPR-STATUS.
           SELECT APPRIN ASSIGN TO "APPRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRIN-STATUS.
           SELECT APPRREL ASSIGN TO "APPRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRREL-STATUS.
           SELECT TRANSREJ ASSIGN TO "TRANSREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSREJ-STATUS.
           SELECT APPRLOG ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRLOG-STATUS.
           SELECT APPRRPT ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPRPARM.
       01  APPRPARM-RECORD         PIC X(80).

       FD  PENDAPPR.
       01  PENDAPPR-RECORD         PIC X(125).

       FD  APPRIN.
       01  APPRIN-RECORD           PIC X(80).

       FD  APPRREL.
       01  APPRREL-RECORD          PIC X(80).

       FD  TRANSREJ.
       01  REJECT-RECORD           PIC X(111).

       FD  APPRLOG.
       01  APPRLOG-RECORD          PIC X(132).

       FD  APPRRPT.
       01  PRINT-RECORD            PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-RELEASE-DATE-NUM     PIC 9(8).
       01  WS-APPRPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-PENDAPPR-STATUS      PIC X(2) VALUE SPACES.
       01  WS-APPRIN-STATUS        PIC X(2) VALUE SPACES.
       01  WS-APPRREL-STATUS       PIC X(2) VALUE SPACES.
       01  WS-TRANSREJ-STATUS      PIC X(2) VALUE SPACES.
       01  WS-APPRLOG-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.

       01  WS-PARM-RECORD          VALUE SPACES.
           05  WS-PARM-EXPIRY-DAYS PIC X(3).
       01  WS-EXPIRY-DAYS          PIC 9(3) VALUE 5.

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

       01  WS-MAX-PEND-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-PEND-COUNT           PIC 9(5) VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY       OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-PEND-COUNT.
               10  WS-PEND-QUEUED-DATE PIC X(8).
               10  WS-PEND-ENTERED-BY  PIC X(8).
               10  WS-PEND-RULE        PIC X(15).
               10  WS-PEND-STATUS      PIC X.
               10  WS-PEND-APPROVER    PIC X(8).
               10  WS-PEND-TRANSACTION PIC X(80).
               10  WS-PEND-TXN-ID      PIC X(10).
               10  WS-PEND-REMOVED     PIC X.
       01  WS-I                    PIC 9(5).
       01  WS-PEND-IDX             PIC 9(5) VALUE 0.

       01  WS-IN-TXN-ID            PIC X(10).
       01  WS-IN-APPROVER          PIC X(8).
       01  WS-IN-DECISION          PIC X(10).
       01  WS-IN-COMMENT           PIC X(40).
       01  WS-DECISION-RESULT      PIC X(22).

       01  WS-TXN-ID               PIC X(10).
       01  WS-TXN-TYPE             PIC X(15).
       01  WS-TXN-ACCT             PIC X(5).
       01  WS-TXN-AMT-STR          PIC X(10).
       01  WS-TXN-DT               PIC X(10).
       01  WS-TXN-AMT              PIC 9(7)V99.
       01  WS-TXN-AMT-EDIT         PIC 9(7).99.
       01  WS-DT-DIGITS            PIC X(8).
       01  WS-DT-NUM               PIC 9(8).
       01  WS-QUEUED-DATE-NUM      PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(7).
       01  WS-LOG-APPROVER         PIC X(8).
       01  WS-LOG-DECISION         PIC X(8).
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-REJECT-RECORD        PIC X(111) VALUE SPACES.
       01  WS-LOG-LINE             PIC X(132) VALUE SPACES.

       01  WS-DECISION-COUNT       PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
       01  WS-HELD-APPROVED-COUNT  PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT       PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
       01  WS-NO-ENTERER-COUNT     PIC 9(5) VALUE 0.
       01  WS-INVALID-COUNT        PIC 9(5) VALUE 0.
       01  WS-REMAINING-COUNT      PIC 9(5) VALUE 0.
       01  WS-RELEASED-AMT-TOTAL   PIC 9(13)V99 VALUE 0.
       01  WS-RELEASED-AMT-EDIT    PIC 9(13).99.
       01  WS-RUNCTL-LINE          PIC X(132) VALUE SPACES.
       01  WS-RC-DISPLAY           PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APPROVE: Starting approval queue processing..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM
           COMPUTE WS-RELEASE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1)

           PERFORM READ-APPROVAL-PARAMETERS
           PERFORM LOAD-PENDING-APPROVALS
           PERFORM OPEN-APPROVAL-OUTPUTS
           PERFORM WRITE-REPORT-HEADING
           PERFORM PROCESS-APPROVAL-DECISIONS
           PERFORM RELEASE-DUE-APPROVED-ITEMS
           PERFORM EXPIRE-UNDECIDED-ITEMS
           PERFORM REWRITE-PENDING-APPROVALS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-APPROVAL-OUTPUTS
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "APPROVE: Decisions read: " WS-DECISION-COUNT
           DISPLAY "APPROVE: Released for posting: " WS-RELEASED-COUNT
           DISPLAY "APPROVE: Declined: " WS-DECLINED-COUNT
           DISPLAY "APPROVE: Expired: " WS-EXPIRED-COUNT
           DISPLAY "APPROVE: Self-approvals refused: " WS-REFUSED-COUNT
           DISPLAY "APPROVE: Entered-by unknown: " WS-NO-ENTERER-COUNT
           DISPLAY "APPROVE: Items still in queue: " WS-REMAINING-COUNT

           STOP RUN.

       READ-APPROVAL-PARAMETERS.
           OPEN INPUT APPRPARM
           IF WS-APPRPARM-STATUS = "00"
               READ APPRPARM INTO WS-PARM-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-PARM-EXPIRY-DAYS NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-EXPIRY-DAYS)
                       TO WS-EXPIRY-DAYS
               END-IF
               CLOSE APPRPARM
           END-IF.

       LOAD-PENDING-APPROVALS.
           MOVE 0 TO WS-PEND-COUNT.
           OPEN INPUT PENDAPPR.
           IF WS-PENDAPPR-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PENDAPPR INTO WS-PENDAPPR-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-PA-TRANSACTION NOT = SPACES
                               PERFORM STORE-PENDING-APPROVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPPR
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-PENDING-APPROVAL.
           IF WS-PEND-COUNT >= WS-MAX-PEND-LIMIT
               DISPLAY "APPROVE: APPROVAL QUEUE TABLE CAPACITY OF "
                   WS-MAX-PEND-LIMIT " EXCEEDED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PEND-COUNT.
           MOVE WS-PA-QUEUED-DATE TO WS-PEND-QUEUED-DATE(WS-PEND-COUNT).
           MOVE WS-PA-ENTERED-BY TO WS-PEND-ENTERED-BY(WS-PEND-COUNT).
           MOVE WS-PA-RULE TO WS-PEND-RULE(WS-PEND-COUNT).
           MOVE WS-PA-STATUS TO WS-PEND-STATUS(WS-PEND-COUNT).
           MOVE WS-PA-APPROVER TO WS-PEND-APPROVER(WS-PEND-COUNT).
           MOVE WS-PA-TRANSACTION
               TO WS-PEND-TRANSACTION(WS-PEND-COUNT).
           MOVE 'N' TO WS-PEND-REMOVED(WS-PEND-COUNT).
           MOVE SPACES TO WS-TXN-ID.
           UNSTRING WS-PA-TRANSACTION DELIMITED BY ','
               INTO WS-TXN-ID
           END-UNSTRING.
           MOVE WS-TXN-ID TO WS-PEND-TXN-ID(WS-PEND-COUNT).

       OPEN-APPROVAL-OUTPUTS.
           OPEN EXTEND APPRREL.
           IF WS-APPRREL-STATUS = "35"
               OPEN OUTPUT APPRREL
           END-IF.
           OPEN EXTEND TRANSREJ.
           IF WS-TRANSREJ-STATUS = "35"
               OPEN OUTPUT TRANSREJ
           END-IF.
           OPEN EXTEND APPRLOG.
           IF WS-APPRLOG-STATUS = "35"
               OPEN OUTPUT APPRLOG
           END-IF.
           OPEN OUTPUT APPRRPT.

       CLOSE-APPROVAL-OUTPUTS.
           CLOSE APPRREL.
           CLOSE TRANSREJ.
           CLOSE APPRLOG.
           CLOSE APPRRPT.

       PROCESS-APPROVAL-DECISIONS.
           OPEN INPUT APPRIN.
           IF WS-APPRIN-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ APPRIN
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF APPRIN-RECORD NOT = SPACES
                               ADD 1 TO WS-DECISION-COUNT
                               PERFORM APPLY-SINGLE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRIN
           ELSE
               DISPLAY "APPROVE: NO APPROVAL DECISIONS ON FILE"
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       APPLY-SINGLE-DECISION.
           MOVE SPACES TO WS-IN-TXN-ID.
           MOVE SPACES TO WS-IN-APPROVER.
           MOVE SPACES TO WS-IN-DECISION.
           MOVE SPACES TO WS-IN-COMMENT.
           UNSTRING APPRIN-RECORD DELIMITED BY ','
               INTO WS-IN-TXN-ID, WS-IN-APPROVER, WS-IN-DECISION,
                    WS-IN-COMMENT
           END-UNSTRING.
           MOVE SPACES TO WS-DECISION-RESULT.
           PERFORM FIND-PENDING-ITEM.

           IF WS-PEND-IDX = 0
               MOVE "NOT-IN-QUEUE" TO WS-DECISION-RESULT
           ELSE
               IF WS-PEND-STATUS(WS-PEND-IDX) NOT = 'P'
                   MOVE "ALREADY-APPROVED" TO WS-DECISION-RESULT
               END-IF
           END-IF.
           IF WS-DECISION-RESULT = SPACES
               AND WS-IN-APPROVER = SPACES
               MOVE "APPROVER-MISSING" TO WS-DECISION-RESULT
           END-IF.
           IF WS-DECISION-RESULT = SPACES
               AND WS-IN-DECISION NOT = 'A'
               AND WS-IN-DECISION NOT = 'D'
               MOVE "INVALID-DECISION" TO WS-DECISION-RESULT
           END-IF.
           IF WS-DECISION-RESULT = SPACES AND WS-IN-DECISION = 'A'
               AND WS-PEND-ENTERED-BY(WS-PEND-IDX) = SPACES
               MOVE "ENTERED-BY-UNKNOWN" TO WS-DECISION-RESULT
           END-IF.
           IF WS-DECISION-RESULT = SPACES AND WS-IN-DECISION = 'A'
               IF WS-IN-APPROVER = WS-PEND-ENTERED-BY(WS-PEND-IDX)
                   MOVE "SELF-APPROVAL-REFUSED" TO WS-DECISION-RESULT
               END-IF
           END-IF.

           IF WS-DECISION-RESULT = SPACES
               IF WS-IN-DECISION = 'A'
                   MOVE WS-IN-APPROVER
                       TO WS-PEND-APPROVER(WS-PEND-IDX)
                   MOVE 'A' TO WS-PEND-STATUS(WS-PEND-IDX)
                   PERFORM RELEASE-IF-DUE
                   IF WS-PEND-REMOVED(WS-PEND-IDX) = 'Y'
                       MOVE "RELEASED" TO WS-DECISION-RESULT
                   ELSE
                       ADD 1 TO WS-HELD-APPROVED-COUNT
                       MOVE "APPROVED-HELD" TO WS-DECISION-RESULT
                   END-IF
               ELSE
                   MOVE "APPROVAL-DECLINED" TO WS-REJECT-REASON
                   PERFORM REJECT-PENDING-ITEM
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO WS-DECISION-RESULT
               END-IF
           ELSE
               IF WS-DECISION-RESULT = "SELF-APPROVAL-REFUSED"
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   IF WS-DECISION-RESULT = "ENTERED-BY-UNKNOWN"
                       ADD 1 TO WS-NO-ENTERER-COUNT
                   ELSE
                       ADD 1 TO WS-INVALID-COUNT
                   END-IF
               END-IF
           END-IF.

           MOVE WS-IN-APPROVER TO WS-LOG-APPROVER.
           MOVE WS-IN-DECISION TO WS-LOG-DECISION.
           PERFORM WRITE-APPROVAL-LOG.

       FIND-PENDING-ITEM.
           MOVE 0 TO WS-PEND-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PEND-COUNT
               IF WS-PEND-TXN-ID(WS-I) = WS-IN-TXN-ID
                   AND WS-PEND-REMOVED(WS-I) = 'N'
                   MOVE WS-I TO WS-PEND-IDX
               END-IF
           END-PERFORM.

       SPLIT-PENDING-TRANSACTION.
           MOVE SPACES TO WS-TXN-ID.
           MOVE SPACES TO WS-TXN-TYPE.
           MOVE SPACES TO WS-TXN-ACCT.
           MOVE SPACES TO WS-TXN-AMT-STR.
           MOVE SPACES TO WS-TXN-DT.
           UNSTRING WS-PEND-TRANSACTION(WS-PEND-IDX) DELIMITED BY ','
               INTO WS-TXN-ID, WS-TXN-TYPE, WS-TXN-ACCT,
                    WS-TXN-AMT-STR, WS-TXN-DT
           END-UNSTRING.
           MOVE 0 TO WS-TXN-AMT.
           IF FUNCTION TEST-NUMVAL(WS-TXN-AMT-STR) = 0
               MOVE FUNCTION NUMVAL(WS-TXN-AMT-STR) TO WS-TXN-AMT
           END-IF.
           MOVE SPACES TO WS-DT-DIGITS.
           IF WS-TXN-DT(5:1) = '-' AND WS-TXN-DT(8:1) = '-'
               STRING WS-TXN-DT(1:4) DELIMITED BY SIZE
                      WS-TXN-DT(6:2) DELIMITED BY SIZE
                      WS-TXN-DT(9:2) DELIMITED BY SIZE
                   INTO WS-DT-DIGITS
               END-STRING
           ELSE
               MOVE WS-TXN-DT(1:8) TO WS-DT-DIGITS
           END-IF.
           IF WS-DT-DIGITS IS NUMERIC
               MOVE WS-DT-DIGITS TO WS-DT-NUM
           ELSE
               MOVE 0 TO WS-DT-NUM
           END-IF.

       RELEASE-IF-DUE.
           PERFORM SPLIT-PENDING-TRANSACTION.
           IF WS-DT-NUM <= WS-RELEASE-DATE-NUM
               MOVE WS-PEND-TRANSACTION(WS-PEND-IDX) TO APPRREL-RECORD
               WRITE APPRREL-RECORD
               MOVE 'Y' TO WS-PEND-REMOVED(WS-PEND-IDX)
               ADD 1 TO WS-RELEASED-COUNT
               ADD WS-TXN-AMT TO WS-RELEASED-AMT-TOTAL
           END-IF.

       REJECT-PENDING-ITEM.
           MOVE SPACES TO WS-REJECT-RECORD.
           STRING WS-PEND-TRANSACTION(WS-PEND-IDX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-REJECT-RECORD
           END-STRING.
           MOVE WS-REJECT-RECORD TO REJECT-RECORD.
           WRITE REJECT-RECORD.
           MOVE 'Y' TO WS-PEND-REMOVED(WS-PEND-IDX).

       RELEASE-DUE-APPROVED-ITEMS.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-STATUS(WS-PEND-IDX) = 'A'
                   AND WS-PEND-REMOVED(WS-PEND-IDX) = 'N'
                   PERFORM RELEASE-IF-DUE
                   IF WS-PEND-REMOVED(WS-PEND-IDX) = 'Y'
                       MOVE WS-PEND-APPROVER(WS-PEND-IDX)
                           TO WS-LOG-APPROVER
                       MOVE 'A' TO WS-LOG-DECISION
                       MOVE "RELEASED" TO WS-DECISION-RESULT
                       PERFORM WRITE-APPROVAL-LOG
                   END-IF
               END-IF
           END-PERFORM.

       EXPIRE-UNDECIDED-ITEMS.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-STATUS(WS-PEND-IDX) = 'P'
                   AND WS-PEND-REMOVED(WS-PEND-IDX) = 'N'
                   PERFORM CHECK-ITEM-EXPIRY
               END-IF
           END-PERFORM.

       CHECK-ITEM-EXPIRY.
           IF WS-PEND-QUEUED-DATE(WS-PEND-IDX) IS NUMERIC
               MOVE WS-PEND-QUEUED-DATE(WS-PEND-IDX)
                   TO WS-QUEUED-DATE-NUM
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-QUEUED-DATE-NUM)
           ELSE
               MOVE WS-EXPIRY-DAYS TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS >= WS-EXPIRY-DAYS
               MOVE "APPROVAL-EXPIRED" TO WS-REJECT-REASON
               PERFORM REJECT-PENDING-ITEM
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE SPACES TO WS-LOG-APPROVER
               MOVE 'E' TO WS-LOG-DECISION
               MOVE "EXPIRED" TO WS-DECISION-RESULT
               PERFORM WRITE-APPROVAL-LOG
           END-IF.

       WRITE-APPROVAL-LOG.
           IF WS-PEND-IDX > 0 AND WS-PEND-IDX <= WS-PEND-COUNT
               PERFORM SPLIT-PENDING-TRANSACTION
               MOVE WS-PEND-ENTERED-BY(WS-PEND-IDX)
                   TO WS-PA-ENTERED-BY
           ELSE
               MOVE WS-IN-TXN-ID TO WS-TXN-ID
               MOVE SPACES TO WS-TXN-TYPE
               MOVE SPACES TO WS-TXN-ACCT
               MOVE 0 TO WS-TXN-AMT
               MOVE SPACES TO WS-PA-ENTERED-BY
           END-IF.
           MOVE WS-TXN-AMT TO WS-TXN-AMT-EDIT.
           MOVE SPACES TO WS-LOG-LINE.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TXN-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXN-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXN-ACCT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXN-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PA-ENTERED-BY DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LOG-APPROVER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LOG-DECISION DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-DECISION-RESULT DELIMITED BY SPACE
               INTO WS-LOG-LINE
           END-STRING.
           MOVE WS-LOG-LINE TO APPRLOG-RECORD.
           WRITE APPRLOG-RECORD.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-TXN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TXN-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TXN-ACCT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TXN-AMT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PA-ENTERED-BY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LOG-APPROVER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LOG-DECISION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DECISION-RESULT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       REWRITE-PENDING-APPROVALS.
           MOVE 0 TO WS-REMAINING-COUNT.
           OPEN OUTPUT PENDAPPR.
           PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PEND-COUNT
               IF WS-PEND-REMOVED(WS-I) = 'N'
                   ADD 1 TO WS-REMAINING-COUNT
                   MOVE WS-PEND-QUEUED-DATE(WS-I) TO WS-PA-QUEUED-DATE
                   MOVE WS-PEND-ENTERED-BY(WS-I) TO WS-PA-ENTERED-BY
                   MOVE WS-PEND-RULE(WS-I) TO WS-PA-RULE
                   MOVE WS-PEND-STATUS(WS-I) TO WS-PA-STATUS
                   MOVE WS-PEND-APPROVER(WS-I) TO WS-PA-APPROVER
                   MOVE WS-PEND-TRANSACTION(WS-I) TO WS-PA-TRANSACTION
                   MOVE WS-PENDAPPR-LINE TO PENDAPPR-RECORD
                   WRITE PENDAPPR-RECORD
               END-IF
           END-PERFORM.
           CLOSE PENDAPPR.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DUAL CONTROL APPROVAL REPORT" DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TXN-ID     TYPE            ACCT  AMOUNT      "
                  "ENTERED   APPROVER  DEC      RESULT"
                  DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DECISIONS READ:            " DELIMITED BY SIZE
                  WS-DECISION-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RELEASED FOR POSTING:      " DELIMITED BY SIZE
                  WS-RELEASED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "APPROVED - NOT YET DUE:    " DELIMITED BY SIZE
                  WS-HELD-APPROVED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DECLINED:                  " DELIMITED BY SIZE
                  WS-DECLINED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXPIRED:                   " DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SELF-APPROVALS REFUSED:    " DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ENTERED-BY UNKNOWN:        " DELIMITED BY SIZE
                  WS-NO-ENTERER-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DECISIONS NOT APPLIED:     " DELIMITED BY SIZE
                  WS-INVALID-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ITEMS REMAINING IN QUEUE:  " DELIMITED BY SIZE
                  WS-REMAINING-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-RELEASED-AMT-TOTAL TO WS-RELEASED-AMT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AMOUNT RELEASED:           " DELIMITED BY SIZE
                  WS-RELEASED-AMT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-RUN-CONTROL-RECORD.
           OPEN EXTEND RUNCTL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           MOVE RETURN-CODE TO WS-RC-DISPLAY.
           MOVE WS-RELEASED-AMT-TOTAL TO WS-RELEASED-AMT-EDIT.
           MOVE SPACES TO WS-RUNCTL-LINE.
           STRING "APPROVE" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-DECISION-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RELEASED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-DECLINED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RELEASED-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RC-DISPLAY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  "COMPLETE" DELIMITED BY SIZE
               INTO WS-RUNCTL-LINE
           END-STRING.
           MOVE WS-RUNCTL-LINE TO RUNCTL-RECORD.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL.
