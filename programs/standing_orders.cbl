       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDORD.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STNDPARM ASSIGN TO "STNDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STNDPARM-STATUS.
           SELECT STNDINST ASSIGN TO "STNDINST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STNDINST-STATUS.
           SELECT STNDPEND ASSIGN TO "STNDPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STNDPEND-STATUS.
           SELECT TRANSREJ ASSIGN TO "TRANSREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSREJ-STATUS.
           SELECT PENDAPPR ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDAPPR-STATUS.
           SELECT APPRREL ASSIGN TO "APPRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRREL-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT TRANSIN ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIN-STATUS.
           SELECT STNDRPT ASSIGN TO "STNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STNDPARM.
       01  STNDPARM-RECORD         PIC X(80).

       FD  STNDINST.
       01  STNDINST-RECORD         PIC X(100).

       FD  STNDPEND.
       01  STNDPEND-RECORD         PIC X(100).

       FD  TRANSREJ.
       01  REJECT-RECORD           PIC X(111).

       FD  PENDAPPR.
       01  PENDAPPR-RECORD         PIC X(125).

       FD  APPRREL.
       01  APPRREL-RECORD          PIC X(80).

       FD  RUNCTL.
       01  RUNCTL-RECORD           PIC X(132).

       FD  TRANSIN.
       01  TRANSACTION-RECORD      PIC X(80).

       FD  STNDRPT.
       01  PRINT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-BUILD-RECORD         PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-RUN-DATE-INT         PIC 9(7).
       01  WS-STNDPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-STNDINST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-STNDPEND-STATUS      PIC X(2) VALUE SPACES.
       01  WS-TRANSREJ-STATUS      PIC X(2) VALUE SPACES.
       01  WS-PENDAPPR-STATUS      PIC X(2) VALUE SPACES.
       01  WS-APPRREL-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TRANSIN-STATUS       PIC X(2) VALUE SPACES.

       01  WS-PARM-RECORD          VALUE SPACES.
           05  WS-PARM-RETRY-DAYS  PIC X(3).
       01  WS-RETRY-DAYS-LIMIT     PIC 9(3) VALUE 3.

       01  WS-MAX-ORDERS-LIMIT     PIC 9(5) VALUE 2000.
       01  WS-SO-COUNT             PIC 9(5) VALUE 0.
       01  WS-ORDERS-TABLE.
           05  WS-SO-ENTRY         OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON WS-SO-COUNT.
               10  WS-SO-ID        PIC X(10).
               10  WS-SO-SRC-ACCT  PIC X(5).
               10  WS-SO-DEST-ACCT PIC X(5).
               10  WS-SO-AMT       PIC 9(7)V99.
               10  WS-SO-FREQ      PIC X.
               10  WS-SO-DAY       PIC 9(2).
               10  WS-SO-START-DT  PIC X(8).
               10  WS-SO-END-DT    PIC X(8).
               10  WS-SO-LAST-RUN  PIC X(8).
               10  WS-SO-STATUS    PIC X.

       01  WS-MAX-PEND-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-PND-COUNT            PIC 9(5) VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PND-ENTRY        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-PND-COUNT.
               10  WS-PND-TXN-ID   PIC X(10).
               10  WS-PND-SO-ID    PIC X(4).
               10  WS-PND-TYPE     PIC X(15).
               10  WS-PND-SRC-ACCT PIC X(5).
               10  WS-PND-DEST-ACCT PIC X(5).
               10  WS-PND-AMT      PIC X(10).
               10  WS-PND-DUE-DT   PIC X(8).
               10  WS-PND-SUBMIT-DT PIC X(8).
               10  WS-PND-ATTEMPTS PIC 9(2).
               10  WS-PND-RESUBMIT PIC X.
               10  WS-PND-DROP     PIC X.

       01  WS-MAX-REJECTS-LIMIT    PIC 9(5) VALUE 5000.
       01  WS-REJ-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECTS-TABLE.
           05  WS-REJ-ENTRY        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-REJ-COUNT.
               10  WS-REJ-TXN-ID   PIC X(10).
               10  WS-REJ-REASON   PIC X(30).

       01  WS-MAX-APPR-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-APPR-COUNT           PIC 9(5) VALUE 0.
       01  WS-APPROVALS-TABLE.
           05  WS-APPR-ENTRY       OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-APPR-COUNT.
               10  WS-APPR-TXN-ID  PIC X(10).

       01  WS-IN-SO-ID             PIC X(10).
       01  WS-IN-SRC-ACCT          PIC X(5).
       01  WS-IN-DEST-ACCT         PIC X(5).
       01  WS-IN-AMT               PIC X(10).
       01  WS-IN-FREQ              PIC X.
       01  WS-IN-DAY               PIC X(2).
       01  WS-IN-START-DT          PIC X(8).
       01  WS-IN-END-DT            PIC X(8).
       01  WS-IN-LAST-RUN          PIC X(8).
       01  WS-IN-STATUS            PIC X.
       01  WS-IN-TXN-ID            PIC X(10).
       01  WS-IN-TYPE              PIC X(15).
       01  WS-IN-ACCT              PIC X(5).
       01  WS-IN-DT                PIC X(10).
       01  WS-IN-FIELD-6           PIC X(80).
       01  WS-IN-FIELD-7           PIC X(30).
       01  WS-IN-FIELD-8           PIC X(30).
       01  WS-IN-REASON            PIC X(30).
       01  WS-IN-ATTEMPTS          PIC X(2).

       01  WS-UPD-RUN-DATE         PIC X(8) VALUE SPACES.
       01  WS-UPD-RUN-STATUS       PIC X(8) VALUE SPACES.
       01  WS-CTL-PROGRAM          PIC X(8).
       01  WS-CTL-DATE             PIC X(8).
       01  WS-CTL-F1               PIC X(9).
       01  WS-CTL-F2               PIC X(9).
       01  WS-CTL-F3               PIC X(9).
       01  WS-CTL-AUX              PIC X(9).
       01  WS-CTL-AMT              PIC X(17).
       01  WS-CTL-RC               PIC X(5).
       01  WS-CTL-STATUS           PIC X(8).

       01  WS-I                    PIC 9(5).
       01  WS-J                    PIC 9(5).
       01  WS-FOUND-FLAG           PIC X VALUE 'N'.
       01  WS-PX                   PIC 9(5).
       01  WS-BATCH-OPEN-FLAG      PIC X VALUE 'N'.
       01  WS-DUE-FLAG             PIC X VALUE 'N'.
       01  WS-FROM-INT             PIC 9(7).
       01  WS-TO-INT               PIC 9(7).
       01  WS-START-INT            PIC 9(7).
       01  WS-D-INT                PIC 9(7).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DUE-DATE-NUM         PIC 9(8).
       01  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE-NUM.
           05  WS-DUE-YYYY         PIC 9(4).
           05  WS-DUE-MM           PIC 9(2).
           05  WS-DUE-DD           PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-TXN-SEQ              PIC 9(5).
       01  WS-NEW-TXN-ID           PIC X(10).
       01  WS-NEW-TYPE             PIC X(15).
       01  WS-AMT-EDIT             PIC 9(7).99.
       01  WS-ATTEMPTS-DISPLAY     PIC 9(2).
       01  WS-ACTION-TEXT          PIC X(30).

       01  WS-BATCH-COUNT          PIC 9(7) VALUE 0.
       01  WS-BATCH-HASH           PIC 9(12)V99 VALUE 0.
       01  WS-BATCH-HASH-EDIT      PIC 9(12).99.
       01  WS-GENERATED-COUNT      PIC 9(5) VALUE 0.
       01  WS-RETRY-COUNT          PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-SUSPENDED-COUNT      PIC 9(5) VALUE 0.
       01  WS-OTHER-REJ-COUNT      PIC 9(5) VALUE 0.
       01  WS-AWAITING-COUNT       PIC 9(5) VALUE 0.
       01  WS-HELD-APPR-COUNT      PIC 9(5) VALUE 0.
       01  WS-NOT-APPROVED-COUNT   PIC 9(5) VALUE 0.
       01  WS-ENDED-COUNT          PIC 9(5) VALUE 0.
       01  WS-INVALID-COUNT        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STNDORD: Starting standing order generation..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           PERFORM READ-STANDING-ORDER-PARAMETERS
           PERFORM LOAD-STANDING-INSTRUCTIONS
           PERFORM LOAD-PENDING-SUBMISSIONS
           PERFORM FIND-LAST-UPDATER-RUN
           PERFORM LOAD-PRIOR-REJECTS
           PERFORM LOAD-HELD-APPROVALS

           OPEN OUTPUT STNDRPT
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM RESOLVE-PENDING-SUBMISSIONS
           PERFORM SUBMIT-RETRY-ITEMS
           PERFORM GENERATE-DUE-OCCURRENCES
           PERFORM CLOSE-GENERATED-BATCH
           PERFORM WRITE-REPORT-TOTALS
           CLOSE STNDRPT

           PERFORM REWRITE-STANDING-INSTRUCTIONS
           PERFORM REWRITE-PENDING-SUBMISSIONS

           DISPLAY "STNDORD: New items generated: " WS-GENERATED-COUNT
           DISPLAY "STNDORD: Retries submitted: " WS-RETRY-COUNT
           DISPLAY "STNDORD: Prior items posted: " WS-POSTED-COUNT
           DISPLAY "STNDORD: Orders suspended: " WS-SUSPENDED-COUNT
           DISPLAY "STNDORD: Items rejected - not retried: "
                   WS-OTHER-REJ-COUNT
           DISPLAY "STNDORD: Items declined/expired in approval: "
                   WS-NOT-APPROVED-COUNT
           DISPLAY "STNDORD: Items awaiting UPDATER: "
                   WS-AWAITING-COUNT
           DISPLAY "STNDORD: Items held for approval: "
                   WS-HELD-APPR-COUNT
           DISPLAY "STNDORD: Records written to TRANSIN: "
                   WS-BATCH-COUNT

           STOP RUN.

       READ-STANDING-ORDER-PARAMETERS.
           OPEN INPUT STNDPARM
           IF WS-STNDPARM-STATUS = "00"
               READ STNDPARM INTO WS-PARM-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-PARM-RETRY-DAYS NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-RETRY-DAYS)
                       TO WS-RETRY-DAYS-LIMIT
               END-IF
               CLOSE STNDPARM
           END-IF.

       LOAD-STANDING-INSTRUCTIONS.
           MOVE 0 TO WS-SO-COUNT.
           OPEN INPUT STNDINST.
           IF WS-STNDINST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ STNDINST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SO-COUNT >= WS-MAX-ORDERS-LIMIT
                               DISPLAY "STNDORD: INSTRUCTION TABLE "
                                   "CAPACITY OF " WS-MAX-ORDERS-LIMIT
                                   " EXCEEDED - REMAINING SKIPPED"
                               MOVE 16 TO RETURN-CODE
                               MOVE 'Y' TO WS-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-SO-COUNT
                               PERFORM PARSE-INSTRUCTION-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STNDINST
           ELSE
               DISPLAY "STNDORD: NO STANDING INSTRUCTION FILE - "
                       "STATUS " WS-STNDINST-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       PARSE-INSTRUCTION-RECORD.
           MOVE SPACES TO WS-IN-DEST-ACCT.
           MOVE SPACES TO WS-IN-DAY.
           MOVE SPACES TO WS-IN-END-DT.
           MOVE SPACES TO WS-IN-LAST-RUN.
           MOVE SPACES TO WS-IN-STATUS.
           UNSTRING STNDINST-RECORD DELIMITED BY ','
               INTO WS-IN-SO-ID, WS-IN-SRC-ACCT, WS-IN-DEST-ACCT,
                    WS-IN-AMT, WS-IN-FREQ, WS-IN-DAY,
                    WS-IN-START-DT, WS-IN-END-DT, WS-IN-LAST-RUN,
                    WS-IN-STATUS
           END-UNSTRING.
           MOVE WS-IN-SO-ID TO WS-SO-ID(WS-SO-COUNT).
           MOVE WS-IN-SRC-ACCT TO WS-SO-SRC-ACCT(WS-SO-COUNT).
           MOVE WS-IN-DEST-ACCT TO WS-SO-DEST-ACCT(WS-SO-COUNT).
           MOVE WS-IN-FREQ TO WS-SO-FREQ(WS-SO-COUNT).
           MOVE WS-IN-START-DT TO WS-SO-START-DT(WS-SO-COUNT).
           MOVE WS-IN-END-DT TO WS-SO-END-DT(WS-SO-COUNT).
           MOVE WS-IN-LAST-RUN TO WS-SO-LAST-RUN(WS-SO-COUNT).
           IF FUNCTION TEST-NUMVAL(WS-IN-AMT) = 0
               MOVE FUNCTION NUMVAL(WS-IN-AMT)
                   TO WS-SO-AMT(WS-SO-COUNT)
           ELSE
               MOVE 0 TO WS-SO-AMT(WS-SO-COUNT)
           END-IF.
           IF WS-IN-DAY NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-IN-DAY) = 0
               MOVE FUNCTION NUMVAL(WS-IN-DAY)
                   TO WS-SO-DAY(WS-SO-COUNT)
           ELSE
               MOVE 0 TO WS-SO-DAY(WS-SO-COUNT)
           END-IF.
           IF WS-SO-DAY(WS-SO-COUNT) = 0
               AND WS-IN-START-DT IS NUMERIC
               MOVE WS-IN-START-DT(7:2) TO WS-SO-DAY(WS-SO-COUNT)
           END-IF.
           IF WS-IN-STATUS = SPACES
               MOVE 'A' TO WS-SO-STATUS(WS-SO-COUNT)
           ELSE
               MOVE WS-IN-STATUS TO WS-SO-STATUS(WS-SO-COUNT)
           END-IF.

       LOAD-PENDING-SUBMISSIONS.
           MOVE 0 TO WS-PND-COUNT.
           OPEN INPUT STNDPEND.
           IF WS-STNDPEND-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ STNDPEND
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-PND-COUNT >= WS-MAX-PEND-LIMIT
                               DISPLAY "STNDORD: PENDING TABLE "
                                   "CAPACITY OF " WS-MAX-PEND-LIMIT
                                   " EXCEEDED - REMAINING SKIPPED"
                               MOVE 16 TO RETURN-CODE
                               MOVE 'Y' TO WS-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-PND-COUNT
                               PERFORM PARSE-PENDING-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STNDPEND
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       PARSE-PENDING-RECORD.
           MOVE SPACES TO WS-PND-DEST-ACCT(WS-PND-COUNT).
           UNSTRING STNDPEND-RECORD DELIMITED BY ','
               INTO WS-PND-TXN-ID(WS-PND-COUNT),
                    WS-PND-SO-ID(WS-PND-COUNT),
                    WS-PND-TYPE(WS-PND-COUNT),
                    WS-PND-SRC-ACCT(WS-PND-COUNT),
                    WS-PND-DEST-ACCT(WS-PND-COUNT),
                    WS-PND-AMT(WS-PND-COUNT),
                    WS-PND-DUE-DT(WS-PND-COUNT),
                    WS-PND-SUBMIT-DT(WS-PND-COUNT),
                    WS-IN-ATTEMPTS
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-IN-ATTEMPTS)
               TO WS-PND-ATTEMPTS(WS-PND-COUNT).
           MOVE 'N' TO WS-PND-RESUBMIT(WS-PND-COUNT).
           MOVE 'N' TO WS-PND-DROP(WS-PND-COUNT).

       FIND-LAST-UPDATER-RUN.
           MOVE SPACES TO WS-UPD-RUN-DATE.
           MOVE SPACES TO WS-UPD-RUN-STATUS.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RUNCTL
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           UNSTRING RUNCTL-RECORD DELIMITED BY ','
                               INTO WS-CTL-PROGRAM, WS-CTL-DATE,
                                    WS-CTL-F1, WS-CTL-F2, WS-CTL-F3,
                                    WS-CTL-AUX, WS-CTL-AMT,
                                    WS-CTL-RC, WS-CTL-STATUS
                           END-UNSTRING
                           IF WS-CTL-PROGRAM = 'UPDATER'
                               MOVE WS-CTL-DATE TO WS-UPD-RUN-DATE
                               MOVE WS-CTL-STATUS TO WS-UPD-RUN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       LOAD-PRIOR-REJECTS.
           MOVE 0 TO WS-REJ-COUNT.
           OPEN INPUT TRANSREJ.
           IF WS-TRANSREJ-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRANSREJ
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-PRIOR-REJECT
                   END-READ
               END-PERFORM
               CLOSE TRANSREJ
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       PARSE-PRIOR-REJECT.
           MOVE SPACES TO WS-IN-FIELD-6.
           MOVE SPACES TO WS-IN-FIELD-7.
           MOVE SPACES TO WS-IN-FIELD-8.
           UNSTRING REJECT-RECORD DELIMITED BY ','
               INTO WS-IN-TXN-ID, WS-IN-TYPE, WS-IN-ACCT,
                    WS-IN-AMT, WS-IN-DT, WS-IN-FIELD-6,
                    WS-IN-FIELD-7, WS-IN-FIELD-8
           END-UNSTRING.
           EVALUATE WS-IN-TYPE
               WHEN 'TRANSFER'
               WHEN 'NAMECHG'
               WHEN 'TYPECHG'
                   MOVE WS-IN-FIELD-7 TO WS-IN-REASON
               WHEN 'OPEN'
                   MOVE WS-IN-FIELD-8 TO WS-IN-REASON
               WHEN OTHER
                   MOVE WS-IN-FIELD-6 TO WS-IN-REASON
           END-EVALUATE.
           IF WS-REJ-COUNT >= WS-MAX-REJECTS-LIMIT
               DISPLAY "STNDORD: REJECTS TABLE CAPACITY OF "
                   WS-MAX-REJECTS-LIMIT " EXCEEDED - REJECT IGNORED"
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-REJ-COUNT
               MOVE WS-IN-TXN-ID TO WS-REJ-TXN-ID(WS-REJ-COUNT)
               MOVE WS-IN-REASON TO WS-REJ-REASON(WS-REJ-COUNT)
           END-IF.

       LOAD-HELD-APPROVALS.
           MOVE 0 TO WS-APPR-COUNT.
           OPEN INPUT PENDAPPR.
           IF WS-PENDAPPR-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PENDAPPR
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-IN-TXN-ID
                           UNSTRING PENDAPPR-RECORD(46:80)
                                   DELIMITED BY ','
                               INTO WS-IN-TXN-ID
                           END-UNSTRING
                           PERFORM STORE-HELD-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE PENDAPPR
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPRREL.
           IF WS-APPRREL-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ APPRREL
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-IN-TXN-ID
                           UNSTRING APPRREL-RECORD DELIMITED BY ','
                               INTO WS-IN-TXN-ID
                           END-UNSTRING
                           PERFORM STORE-HELD-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPRREL
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-HELD-APPROVAL.
           IF WS-IN-TXN-ID NOT = SPACES
               IF WS-APPR-COUNT >= WS-MAX-APPR-LIMIT
                   DISPLAY "STNDORD: APPROVAL TABLE CAPACITY OF "
                       WS-MAX-APPR-LIMIT " EXCEEDED - ITEM IGNORED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-APPR-COUNT
                   MOVE WS-IN-TXN-ID TO WS-APPR-TXN-ID(WS-APPR-COUNT)
               END-IF
           END-IF.

       RESOLVE-PENDING-SUBMISSIONS.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PND-COUNT
               IF WS-PND-SUBMIT-DT(WS-PX) >= WS-RUN-DATE
                   ADD 1 TO WS-AWAITING-COUNT
               ELSE
                   IF WS-UPD-RUN-DATE NOT = SPACES
                       AND WS-UPD-RUN-DATE >= WS-PND-SUBMIT-DT(WS-PX)
                       AND WS-UPD-RUN-STATUS = 'COMPLETE'
                       PERFORM RESOLVE-SINGLE-SUBMISSION
                   ELSE
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       RESOLVE-SINGLE-SUBMISSION.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-APPR-COUNT
               IF WS-APPR-TXN-ID(WS-J) = WS-PND-TXN-ID(WS-PX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'Y'
               ADD 1 TO WS-HELD-APPR-COUNT
           ELSE
               PERFORM RESOLVE-AGAINST-REJECTS
           END-IF.

       RESOLVE-AGAINST-REJECTS.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-REJ-COUNT
               IF WS-REJ-TXN-ID(WS-J) = WS-PND-TXN-ID(WS-PX)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-REJ-REASON(WS-J) TO WS-IN-REASON
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               MOVE 'Y' TO WS-PND-DROP(WS-PX)
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               IF WS-IN-REASON = 'INSUFFICIENT-FUNDS'
                   IF WS-PND-ATTEMPTS(WS-PX) >= WS-RETRY-DAYS-LIMIT
                       MOVE 'Y' TO WS-PND-DROP(WS-PX)
                       PERFORM SUSPEND-STANDING-ORDER
                   ELSE
                       ADD 1 TO WS-PND-ATTEMPTS(WS-PX)
                       MOVE 'Y' TO WS-PND-RESUBMIT(WS-PX)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-PND-DROP(WS-PX)
                   IF WS-IN-REASON = 'APPROVAL-DECLINED'
                       OR WS-IN-REASON = 'APPROVAL-EXPIRED'
                       ADD 1 TO WS-NOT-APPROVED-COUNT
                   ELSE
                       ADD 1 TO WS-OTHER-REJ-COUNT
                   END-IF
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "REJECTED " DELIMITED BY SIZE
                          WS-IN-REASON DELIMITED BY SPACE
                       INTO WS-ACTION-TEXT
                   END-STRING
                   PERFORM WRITE-PENDING-DETAIL-LINE
               END-IF
           END-IF.

       SUSPEND-STANDING-ORDER.
           ADD 1 TO WS-SUSPENDED-COUNT.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-SO-COUNT
               IF WS-SO-ID(WS-J) = WS-PND-SO-ID(WS-PX)
                   MOVE 'S' TO WS-SO-STATUS(WS-J)
               END-IF
           END-PERFORM.
           MOVE "SUSPENDED - INSUFFICIENT FUNDS" TO WS-ACTION-TEXT.
           PERFORM WRITE-PENDING-DETAIL-LINE.

       SUBMIT-RETRY-ITEMS.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PND-COUNT
               IF WS-PND-DROP(WS-PX) = 'N'
                   AND WS-PND-RESUBMIT(WS-PX) = 'Y'
                   MOVE WS-RUN-DATE TO WS-PND-SUBMIT-DT(WS-PX)
                   PERFORM WRITE-PENDING-TO-TRANSIN
                   ADD 1 TO WS-RETRY-COUNT
                   MOVE WS-PND-ATTEMPTS(WS-PX) TO WS-ATTEMPTS-DISPLAY
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "RETRY " DELIMITED BY SIZE
                          WS-ATTEMPTS-DISPLAY DELIMITED BY SIZE
                          " OF " DELIMITED BY SIZE
                          WS-RETRY-DAYS-LIMIT DELIMITED BY SIZE
                       INTO WS-ACTION-TEXT
                   END-STRING
                   PERFORM WRITE-PENDING-DETAIL-LINE
               END-IF
           END-PERFORM.

       GENERATE-DUE-OCCURRENCES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SO-COUNT
               IF WS-SO-STATUS(WS-I) = 'A' OR WS-SO-STATUS(WS-I) = 'S'
                   PERFORM GENERATE-SINGLE-ORDER
               END-IF
           END-PERFORM.

       GENERATE-SINGLE-ORDER.
           IF WS-SO-START-DT(WS-I) IS NOT NUMERIC
               OR (WS-SO-END-DT(WS-I) NOT = SPACES
                   AND WS-SO-END-DT(WS-I) IS NOT NUMERIC)
               OR (WS-SO-LAST-RUN(WS-I) NOT = SPACES
                   AND WS-SO-LAST-RUN(WS-I) IS NOT NUMERIC)
               OR WS-SO-AMT(WS-I) = 0
               OR WS-SO-ID(WS-I)(1:1) = SPACE
               OR WS-SO-ID(WS-I)(2:1) = SPACE
               OR WS-SO-ID(WS-I)(3:1) = SPACE
               OR WS-SO-ID(WS-I)(4:1) = SPACE
               OR WS-SO-ID(WS-I)(5:6) NOT = SPACES
               OR (WS-SO-FREQ(WS-I) NOT = 'W'
                   AND WS-SO-FREQ(WS-I) NOT = 'M'
                   AND WS-SO-FREQ(WS-I) NOT = 'D')
               ADD 1 TO WS-INVALID-COUNT
               DISPLAY "STNDORD: INSTRUCTION " WS-SO-ID(WS-I)
                       " HAS INVALID FIELDS - NOT PROCESSED"
           ELSE
               MOVE FUNCTION NUMVAL(WS-SO-START-DT(WS-I))
                   TO WS-DATE-NUM
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-SO-LAST-RUN(WS-I) = SPACES
                   MOVE WS-START-INT TO WS-FROM-INT
               ELSE
                   MOVE FUNCTION NUMVAL(WS-SO-LAST-RUN(WS-I))
                       TO WS-DATE-NUM
                   COMPUTE WS-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
                   IF WS-START-INT > WS-FROM-INT
                       MOVE WS-START-INT TO WS-FROM-INT
                   END-IF
               END-IF
               MOVE WS-RUN-DATE-INT TO WS-TO-INT
               IF WS-SO-END-DT(WS-I) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-SO-END-DT(WS-I))
                       TO WS-DATE-NUM
                   IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                           < WS-TO-INT
                       COMPUTE WS-TO-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   END-IF
               END-IF
               IF WS-SO-STATUS(WS-I) = 'A'
                   PERFORM VARYING WS-D-INT FROM WS-FROM-INT BY 1
                               UNTIL WS-D-INT > WS-TO-INT
                       PERFORM CHECK-OCCURRENCE-DUE
                       IF WS-DUE-FLAG = 'Y'
                           PERFORM WRITE-NEW-OCCURRENCE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-SO-LAST-RUN(WS-I) = SPACES
                   OR WS-SO-LAST-RUN(WS-I) < WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-SO-LAST-RUN(WS-I)
               END-IF
               IF WS-SO-END-DT(WS-I) NOT = SPACES
                   AND WS-SO-END-DT(WS-I) <= WS-RUN-DATE
                   AND WS-SO-STATUS(WS-I) = 'A'
                   MOVE 'E' TO WS-SO-STATUS(WS-I)
                   ADD 1 TO WS-ENDED-COUNT
               END-IF
           END-IF.

       CHECK-OCCURRENCE-DUE.
           MOVE 'N' TO WS-DUE-FLAG.
           COMPUTE WS-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-D-INT).
           EVALUATE WS-SO-FREQ(WS-I)
               WHEN 'W'
                   IF FUNCTION MOD(WS-D-INT - WS-START-INT, 7) = 0
                       MOVE 'Y' TO WS-DUE-FLAG
                   END-IF
               WHEN 'M'
               WHEN 'D'
                   PERFORM SET-DAYS-IN-DUE-MONTH
                   IF WS-DUE-DD = WS-SO-DAY(WS-I)
                       MOVE 'Y' TO WS-DUE-FLAG
                   END-IF
                   IF WS-SO-DAY(WS-I) > WS-DAYS-IN-MONTH
                       AND WS-DUE-DD = WS-DAYS-IN-MONTH
                       MOVE 'Y' TO WS-DUE-FLAG
                   END-IF
           END-EVALUATE.

       SET-DAYS-IN-DUE-MONTH.
           EVALUATE WS-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD(WS-DUE-YYYY, 4) = 0
                       AND FUNCTION MOD(WS-DUE-YYYY, 100) NOT = 0)
                       OR FUNCTION MOD(WS-DUE-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       WRITE-NEW-OCCURRENCE.
           MOVE FUNCTION MOD(WS-D-INT, 100000) TO WS-TXN-SEQ.
           MOVE SPACES TO WS-NEW-TXN-ID.
           STRING "S" DELIMITED BY SIZE
                  WS-SO-ID(WS-I)(1:4) DELIMITED BY SIZE
                  WS-TXN-SEQ DELIMITED BY SIZE
               INTO WS-NEW-TXN-ID
           END-STRING.
           IF WS-SO-DEST-ACCT(WS-I) = SPACES
               MOVE 'WITHDRAWAL' TO WS-NEW-TYPE
           ELSE
               MOVE 'TRANSFER' TO WS-NEW-TYPE
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PND-COUNT
               IF WS-PND-TXN-ID(WS-J) = WS-NEW-TXN-ID
                   AND WS-PND-DROP(WS-J) = 'N'
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF WS-FOUND-FLAG = 'Y'
               DISPLAY "STNDORD: " WS-NEW-TXN-ID
                       " ALREADY OUTSTANDING - NOT REGENERATED"
           ELSE
               IF WS-PND-COUNT >= WS-MAX-PEND-LIMIT
                   DISPLAY "STNDORD: PENDING TABLE CAPACITY OF "
                       WS-MAX-PEND-LIMIT " EXCEEDED - "
                       WS-NEW-TXN-ID " NOT GENERATED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-PND-COUNT
                   MOVE WS-NEW-TXN-ID TO WS-PND-TXN-ID(WS-PND-COUNT)
                   MOVE WS-SO-ID(WS-I) TO WS-PND-SO-ID(WS-PND-COUNT)
                   MOVE WS-NEW-TYPE TO WS-PND-TYPE(WS-PND-COUNT)
                   MOVE WS-SO-SRC-ACCT(WS-I)
                       TO WS-PND-SRC-ACCT(WS-PND-COUNT)
                   MOVE WS-SO-DEST-ACCT(WS-I)
                       TO WS-PND-DEST-ACCT(WS-PND-COUNT)
                   MOVE WS-SO-AMT(WS-I) TO WS-AMT-EDIT
                   MOVE WS-AMT-EDIT TO WS-PND-AMT(WS-PND-COUNT)
                   MOVE WS-DUE-DATE-NUM TO WS-PND-DUE-DT(WS-PND-COUNT)
                   MOVE WS-RUN-DATE TO WS-PND-SUBMIT-DT(WS-PND-COUNT)
                   MOVE 0 TO WS-PND-ATTEMPTS(WS-PND-COUNT)
                   MOVE 'N' TO WS-PND-RESUBMIT(WS-PND-COUNT)
                   MOVE 'N' TO WS-PND-DROP(WS-PND-COUNT)
                   MOVE WS-PND-COUNT TO WS-PX
                   PERFORM WRITE-PENDING-TO-TRANSIN
                   MOVE "GENERATED" TO WS-ACTION-TEXT
                   PERFORM WRITE-PENDING-DETAIL-LINE
                   ADD 1 TO WS-GENERATED-COUNT
               END-IF
           END-IF.

       WRITE-PENDING-TO-TRANSIN.
           IF WS-BATCH-OPEN-FLAG = 'N'
               PERFORM OPEN-GENERATED-BATCH
           END-IF.
           MOVE SPACES TO WS-BUILD-RECORD.
           IF WS-PND-TYPE(WS-PX) = 'TRANSFER'
               STRING WS-PND-TXN-ID(WS-PX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-PND-TYPE(WS-PX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-PND-SRC-ACCT(WS-PX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-PND-AMT(WS-PX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-PND-DUE-DT(WS-PX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-PND-DEST-ACCT(WS-PX) DELIMITED BY SPACE
                   INTO WS-BUILD-RECORD
               END-STRING
           ELSE
               STRING WS-PND-TXN-ID(WS-PX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-PND-TYPE(WS-PX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-PND-SRC-ACCT(WS-PX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-PND-AMT(WS-PX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-PND-DUE-DT(WS-PX) DELIMITED BY SPACE
                   INTO WS-BUILD-RECORD
               END-STRING
           END-IF.
           MOVE WS-BUILD-RECORD TO TRANSACTION-RECORD.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-BATCH-COUNT.
           IF FUNCTION TEST-NUMVAL(WS-PND-AMT(WS-PX)) = 0
               ADD FUNCTION NUMVAL(WS-PND-AMT(WS-PX)) TO WS-BATCH-HASH
           END-IF.

       OPEN-GENERATED-BATCH.
           OPEN EXTEND TRANSIN.
           IF WS-TRANSIN-STATUS = "35"
               OPEN OUTPUT TRANSIN
           END-IF.
           IF WS-TRANSIN-STATUS NOT = "00"
               DISPLAY "STNDORD: CANNOT OPEN TRANSIN - STATUS "
                       WS-TRANSIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-BATCH-OPEN-FLAG.
           MOVE SPACES TO WS-BUILD-RECORD.
           STRING "BATCH-HDR" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  "STNDORD" DELIMITED BY SIZE
               INTO WS-BUILD-RECORD
           END-STRING.
           MOVE WS-BUILD-RECORD TO TRANSACTION-RECORD.
           WRITE TRANSACTION-RECORD.

       CLOSE-GENERATED-BATCH.
           IF WS-BATCH-OPEN-FLAG = 'Y'
               MOVE WS-BATCH-HASH TO WS-BATCH-HASH-EDIT
               MOVE SPACES TO WS-BUILD-RECORD
               STRING "BATCH-TRL" DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-BATCH-COUNT DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-BATCH-HASH-EDIT DELIMITED BY SIZE
                   INTO WS-BUILD-RECORD
               END-STRING
               MOVE WS-BUILD-RECORD TO TRANSACTION-RECORD
               WRITE TRANSACTION-RECORD
               CLOSE TRANSIN
               MOVE 'N' TO WS-BATCH-OPEN-FLAG
           END-IF.

       REWRITE-STANDING-INSTRUCTIONS.
           OPEN OUTPUT STNDINST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SO-COUNT
               MOVE WS-SO-AMT(WS-I) TO WS-AMT-EDIT
               MOVE SPACES TO WS-BUILD-RECORD
               STRING WS-SO-ID(WS-I) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-SO-SRC-ACCT(WS-I) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-SO-DEST-ACCT(WS-I) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-AMT-EDIT DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-SO-FREQ(WS-I) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-SO-DAY(WS-I) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-SO-START-DT(WS-I) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-SO-END-DT(WS-I) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-SO-LAST-RUN(WS-I) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-SO-STATUS(WS-I) DELIMITED BY SIZE
                   INTO WS-BUILD-RECORD
               END-STRING
               MOVE WS-BUILD-RECORD TO STNDINST-RECORD
               WRITE STNDINST-RECORD
           END-PERFORM.
           CLOSE STNDINST.

       REWRITE-PENDING-SUBMISSIONS.
           OPEN OUTPUT STNDPEND.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PND-COUNT
               IF WS-PND-DROP(WS-I) = 'N'
                   MOVE SPACES TO WS-BUILD-RECORD
                   STRING WS-PND-TXN-ID(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-PND-SO-ID(WS-I) DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-PND-TYPE(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-PND-SRC-ACCT(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-PND-DEST-ACCT(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-PND-AMT(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-PND-DUE-DT(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-PND-SUBMIT-DT(WS-I) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-PND-ATTEMPTS(WS-I) DELIMITED BY SIZE
                       INTO WS-BUILD-RECORD
                   END-STRING
                   MOVE WS-BUILD-RECORD TO STNDPEND-RECORD
                   WRITE STNDPEND-RECORD
               END-IF
           END-PERFORM.
           CLOSE STNDPEND.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STANDING ORDER GENERATION" DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TXN-ID      ORDER  TYPE        FROM   TO     "
                  "AMOUNT      DUE-DATE  ACTION" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-PENDING-DETAIL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-PND-TXN-ID(WS-PX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PND-SO-ID(WS-PX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PND-TYPE(WS-PX)(1:10) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PND-SRC-ACCT(WS-PX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PND-DEST-ACCT(WS-PX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PND-AMT(WS-PX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PND-DUE-DT(WS-PX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NEW ITEMS GENERATED:     " DELIMITED BY SIZE
                  WS-GENERATED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETRIES SUBMITTED:       " DELIMITED BY SIZE
                  WS-RETRY-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PRIOR ITEMS POSTED:      " DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ORDERS SUSPENDED:        " DELIMITED BY SIZE
                  WS-SUSPENDED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REJECTED - NOT RETRIED:  " DELIMITED BY SIZE
                  WS-OTHER-REJ-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NOT APPROVED:            " DELIMITED BY SIZE
                  WS-NOT-APPROVED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AWAITING UPDATER:        " DELIMITED BY SIZE
                  WS-AWAITING-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HELD FOR APPROVAL:       " DELIMITED BY SIZE
                  WS-HELD-APPR-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ORDERS REACHED END DATE: " DELIMITED BY SIZE
                  WS-ENDED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVALID INSTRUCTIONS:    " DELIMITED BY SIZE
                  WS-INVALID-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-BATCH-HASH TO WS-BATCH-HASH-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRANSIN BATCH RECORDS:   " DELIMITED BY SIZE
                  WS-BATCH-COUNT DELIMITED BY SIZE
                  "  HASH TOTAL: " DELIMITED BY SIZE
                  WS-BATCH-HASH-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
