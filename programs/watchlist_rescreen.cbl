       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCREEN.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRNPARM ASSIGN TO "SCRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRNPARM-STATUS.
           SELECT WATCHLST ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLST-STATUS.
           SELECT SCRNPEND ASSIGN TO "SCRNPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRNPEND-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTACCT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT SCRNRPT ASSIGN TO "SCRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCRNHITS ASSIGN TO "SCRNHITS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRNPARM.
       01  SCRNPARM-RECORD         PIC X(80).

       FD  WATCHLST.
       01  WATCHLST-RECORD         PIC X(100).

       FD  SCRNPEND.
       01  SCRNPEND-RECORD         PIC X(132).

       FD  CUSTMAST.
       01  CUSTOMER-RECORD         PIC X(80).

       FD  CUSTACCT.
       01  CUSTACCT-RECORD         PIC X(80).

       FD  SCRNRPT.
       01  PRINT-RECORD            PIC X(132).

       FD  SCRNHITS.
       01  HIT-RECORD              PIC X(200).

       FD  RUNCTL.
       01  RUNCTL-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-SCRNPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-WATCHLST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-SCRNPEND-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CUSTACCT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-MAX-TABLE-LIMIT      PIC 9(5) VALUE 20000.

       01  WS-SCRN-PARM-RECORD     VALUE SPACES.
           05  WS-SCRN-PARM-THRESHOLD PIC X(3).
           05  FILLER              PIC X(77).
       01  WS-SCRN-THRESHOLD       PIC 9(3) VALUE 80.

       01  WS-MAX-WATCH-LIMIT      PIC 9(5) VALUE 5000.
       01  WS-WL-COUNT             PIC 9(5) VALUE 0.
       01  WS-WATCH-LIST-TABLE.
           05  WS-WL-ENTRY         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-WL-COUNT.
               10  WS-WL-ID        PIC X(10).
               10  WS-WL-SOURCE    PIC X(8).
               10  WS-WL-NAME      PIC X(40).
               10  WS-WL-CITY      PIC X(15).
               10  WS-WL-TOKEN-COUNT PIC 9.
               10  WS-WL-TOKEN     PIC X(20) OCCURS 8 TIMES.
       01  WS-L                    PIC 9(5).
       01  WS-IN-WL-ID             PIC X(10).
       01  WS-IN-WL-SOURCE         PIC X(8).
       01  WS-IN-WL-NAME           PIC X(40).
       01  WS-IN-WL-CITY           PIC X(15).

       01  WS-REL-COUNT            PIC 9(5) VALUE 0.
       01  WS-RELATIONSHIPS-TABLE.
           05  WS-REL-ENTRY        OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON WS-REL-COUNT.
               10  WS-REL-CUST     PIC X(5).
               10  WS-REL-ACCT     PIC X(5).
               10  WS-REL-CODE     PIC X(3).
       01  WS-R                    PIC 9(5).

       01  WS-IN-CUST-ID           PIC X(5).
       01  WS-IN-NAME              PIC X(20).
       01  WS-IN-ADDR              PIC X(20).
       01  WS-IN-CITY              PIC X(15).
       01  WS-IN-STATE             PIC X(2).
       01  WS-IN-ZIP               PIC X(5).

       01  WS-NORM-INPUT           PIC X(40).
       01  WS-NORM-CHAR            PIC X.
       01  WS-NORM-POS             PIC 9(2).
       01  WS-NORM-TOKEN           PIC X(20).
       01  WS-NORM-TOKEN-LEN       PIC 9(2).
       01  WS-NORM-TOKEN-COUNT     PIC 9.
       01  WS-NORM-TOKENS.
           05  WS-NORM-TOK         PIC X(20) OCCURS 8 TIMES.
       01  WS-TOKEN-USED-FLAGS.
           05  WS-TOKEN-USED       PIC X OCCURS 8 TIMES.
       01  WS-T                    PIC 9(2).
       01  WS-U                    PIC 9(2).
       01  WS-TOKEN-MATCH-FLAG     PIC X VALUE 'N'.
       01  WS-MATCHED-TOKENS       PIC 9(2).
       01  WS-SCRN-CITY            PIC X(15).
       01  WS-SCRN-SCORE           PIC 9(3).
       01  WS-CUST-HIT-FLAG        PIC X VALUE 'N'.

       01  WS-SCRNPEND-LINE.
           05  WS-SP-QUEUED-DATE   PIC X(8).
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-CUST-ID       PIC X(5).
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-WL-ID         PIC X(10).
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-SCORE         PIC 9(3).
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-STATUS        PIC X.
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-MAINT         PIC X(100).
       01  WS-MAX-QUEUE-LIMIT      PIC 9(5) VALUE 5000.
       01  WS-SQ-COUNT             PIC 9(5) VALUE 0.
       01  WS-SCREEN-QUEUE-TABLE.
           05  WS-SQ-ENTRY         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-SQ-COUNT.
               10  WS-SQ-QUEUED-DATE PIC X(8).
               10  WS-SQ-CUST-ID   PIC X(5).
               10  WS-SQ-WL-ID     PIC X(10).
               10  WS-SQ-SCORE     PIC 9(3).
               10  WS-SQ-STATUS    PIC X.
               10  WS-SQ-MAINT     PIC X(100).
       01  WS-Q                    PIC 9(5).
       01  WS-QUEUE-STATUS         PIC X VALUE SPACE.
       01  WS-HIT-RESULT           PIC X(18).

       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-HIT-LINE             PIC X(200) VALUE SPACES.
       01  WS-PTR                  PIC 9(3).
       01  WS-LINKED-COUNT         PIC 9(5).
       01  WS-RUNCTL-LINE          PIC X(132) VALUE SPACES.
       01  WS-RC-DISPLAY           PIC 9(4).
       01  WS-RUNCTL-TEXT          PIC X(8) VALUE "COMPLETE".

       01  WS-CUSTOMER-COUNT       PIC 9(7) VALUE 0.
       01  WS-HIT-COUNT            PIC 9(7) VALUE 0.
       01  WS-HIT-CUSTOMER-COUNT   PIC 9(7) VALUE 0.
       01  WS-NEW-QUEUED-COUNT     PIC 9(7) VALUE 0.
       01  WS-OPEN-REVIEW-COUNT    PIC 9(7) VALUE 0.
       01  WS-CLEARED-HIT-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RESCREEN: Starting customer watch list rescreen..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-SCREENING-PARAMETERS
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-SCREENING-QUEUE
           PERFORM LOAD-RELATIONSHIPS-INTO-MEMORY
           PERFORM SCREEN-ALL-CUSTOMERS
           PERFORM REWRITE-SCREENING-QUEUE
           IF WS-NEW-QUEUED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "RESCREEN: Watch list entries: " WS-WL-COUNT
           DISPLAY "RESCREEN: Customers screened: " WS-CUSTOMER-COUNT
           DISPLAY "RESCREEN: Hits at or above threshold: "
                   WS-HIT-COUNT
           DISPLAY "RESCREEN: Customers with hits: "
                   WS-HIT-CUSTOMER-COUNT
           DISPLAY "RESCREEN: New hits queued for review: "
                   WS-NEW-QUEUED-COUNT

           STOP RUN.

       READ-SCREENING-PARAMETERS.
           OPEN INPUT SCRNPARM.
           IF WS-SCRNPARM-STATUS = "00"
               READ SCRNPARM INTO WS-SCRN-PARM-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-SCRN-PARM-THRESHOLD IS NUMERIC
                   AND WS-SCRN-PARM-THRESHOLD > "000"
                   AND WS-SCRN-PARM-THRESHOLD <= "100"
                   MOVE WS-SCRN-PARM-THRESHOLD TO WS-SCRN-THRESHOLD
               END-IF
               CLOSE SCRNPARM
           END-IF.

       LOAD-WATCH-LIST.
           MOVE 0 TO WS-WL-COUNT.
           OPEN INPUT WATCHLST.
           IF WS-WATCHLST-STATUS NOT = "00"
               DISPLAY "RESCREEN: CANNOT OPEN WATCHLST - STATUS "
                       WS-WATCHLST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "ABENDED" TO WS-RUNCTL-TEXT
               PERFORM WRITE-RUN-CONTROL-RECORD
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WATCHLST
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WATCHLST-RECORD NOT = SPACES
                           PERFORM STORE-WATCH-LIST-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WATCHLST.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-WATCH-LIST-ENTRY.
           IF WS-WL-COUNT >= WS-MAX-WATCH-LIMIT
               CLOSE WATCHLST
               DISPLAY "RESCREEN: WATCH LIST TABLE CAPACITY OF "
                   WS-MAX-WATCH-LIMIT " EXCEEDED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-IN-WL-ID.
           MOVE SPACES TO WS-IN-WL-SOURCE.
           MOVE SPACES TO WS-IN-WL-NAME.
           MOVE SPACES TO WS-IN-WL-CITY.
           UNSTRING WATCHLST-RECORD DELIMITED BY ','
               INTO WS-IN-WL-ID, WS-IN-WL-SOURCE, WS-IN-WL-NAME,
                    WS-IN-WL-CITY
           END-UNSTRING.
           ADD 1 TO WS-WL-COUNT.
           MOVE WS-IN-WL-ID TO WS-WL-ID(WS-WL-COUNT).
           MOVE WS-IN-WL-SOURCE TO WS-WL-SOURCE(WS-WL-COUNT).
           MOVE WS-IN-WL-NAME TO WS-WL-NAME(WS-WL-COUNT).
           INSPECT WS-IN-WL-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-IN-WL-CITY TO WS-WL-CITY(WS-WL-COUNT).
           MOVE WS-IN-WL-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-NAME.
           MOVE WS-NORM-TOKEN-COUNT TO WS-WL-TOKEN-COUNT(WS-WL-COUNT).
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
               MOVE WS-NORM-TOK(WS-T) TO WS-WL-TOKEN(WS-WL-COUNT, WS-T)
           END-PERFORM.

       LOAD-SCREENING-QUEUE.
           MOVE 0 TO WS-SQ-COUNT.
           OPEN INPUT SCRNPEND.
           IF WS-SCRNPEND-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SCRNPEND INTO WS-SCRNPEND-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SQ-COUNT >= WS-MAX-QUEUE-LIMIT
                               CLOSE SCRNPEND
                               DISPLAY "RESCREEN: REVIEW QUEUE TABLE "
                                   "CAPACITY OF " WS-MAX-QUEUE-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-SQ-COUNT
                           MOVE WS-SP-QUEUED-DATE
                               TO WS-SQ-QUEUED-DATE(WS-SQ-COUNT)
                           MOVE WS-SP-CUST-ID
                               TO WS-SQ-CUST-ID(WS-SQ-COUNT)
                           MOVE WS-SP-WL-ID TO WS-SQ-WL-ID(WS-SQ-COUNT)
                           MOVE WS-SP-SCORE TO WS-SQ-SCORE(WS-SQ-COUNT)
                           MOVE WS-SP-STATUS
                               TO WS-SQ-STATUS(WS-SQ-COUNT)
                           MOVE WS-SP-MAINT TO WS-SQ-MAINT(WS-SQ-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SCRNPEND
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
                               DISPLAY "RESCREEN: RELATIONSHIPS TABLE "
                                   "CAPACITY OF " WS-MAX-TABLE-LIMIT
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
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       SCREEN-ALL-CUSTOMERS.
           OPEN INPUT CUSTMAST.
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "RESCREEN: CANNOT OPEN CUSTMAST - STATUS "
                       WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "ABENDED" TO WS-RUNCTL-TEXT
               PERFORM WRITE-RUN-CONTROL-RECORD
               STOP RUN
           END-IF.
           OPEN OUTPUT SCRNRPT.
           OPEN OUTPUT SCRNHITS.
           PERFORM WRITE-REPORT-HEADING.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTMAST
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CUSTOMER-RECORD NOT = SPACES
                           ADD 1 TO WS-CUSTOMER-COUNT
                           PERFORM SCREEN-SINGLE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CUSTMAST.
           CLOSE SCRNRPT.
           CLOSE SCRNHITS.
           MOVE 'N' TO WS-EOF-FLAG.

       SCREEN-SINGLE-CUSTOMER.
           MOVE SPACES TO WS-IN-CUST-ID.
           MOVE SPACES TO WS-IN-NAME.
           MOVE SPACES TO WS-IN-ADDR.
           MOVE SPACES TO WS-IN-CITY.
           MOVE SPACES TO WS-IN-STATE.
           MOVE SPACES TO WS-IN-ZIP.
           UNSTRING CUSTOMER-RECORD DELIMITED BY ','
               INTO WS-IN-CUST-ID, WS-IN-NAME, WS-IN-ADDR,
                    WS-IN-CITY, WS-IN-STATE, WS-IN-ZIP
           END-UNSTRING.
           MOVE WS-IN-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-NAME.
           MOVE WS-IN-CITY TO WS-SCRN-CITY.
           INSPECT WS-SCRN-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 'N' TO WS-CUST-HIT-FLAG.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-WL-COUNT
               PERFORM SCORE-WATCH-LIST-ENTRY
               IF WS-SCRN-SCORE >= WS-SCRN-THRESHOLD
                   PERFORM PROCESS-WATCH-LIST-HIT
               END-IF
           END-PERFORM.
           IF WS-CUST-HIT-FLAG = 'Y'
               ADD 1 TO WS-HIT-CUSTOMER-COUNT
           END-IF.

       PROCESS-WATCH-LIST-HIT.
           ADD 1 TO WS-HIT-COUNT.
           MOVE 'Y' TO WS-CUST-HIT-FLAG.
           PERFORM FIND-QUEUE-STATUS.
           EVALUATE WS-QUEUE-STATUS
               WHEN 'P'
                   MOVE "PENDING REVIEW" TO WS-HIT-RESULT
                   ADD 1 TO WS-OPEN-REVIEW-COUNT
               WHEN 'C'
                   MOVE "CONFIRMED" TO WS-HIT-RESULT
                   ADD 1 TO WS-OPEN-REVIEW-COUNT
               WHEN 'K'
                   MOVE "PREVIOUSLY CLEARED" TO WS-HIT-RESULT
                   ADD 1 TO WS-CLEARED-HIT-COUNT
               WHEN OTHER
                   PERFORM QUEUE-NEW-HIT
           END-EVALUATE.
           PERFORM WRITE-HIT-DETAIL-LINES.
           PERFORM WRITE-HIT-EXTRACT-RECORD.

       FIND-QUEUE-STATUS.
           MOVE SPACE TO WS-QUEUE-STATUS.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-SQ-COUNT
               IF WS-SQ-CUST-ID(WS-Q) = WS-IN-CUST-ID
                   AND WS-SQ-WL-ID(WS-Q) = WS-WL-ID(WS-L)
                   IF WS-QUEUE-STATUS = SPACE
                       OR WS-SQ-STATUS(WS-Q) NOT = 'K'
                       MOVE WS-SQ-STATUS(WS-Q) TO WS-QUEUE-STATUS
                   END-IF
               END-IF
           END-PERFORM.

       QUEUE-NEW-HIT.
           IF WS-SQ-COUNT >= WS-MAX-QUEUE-LIMIT
               MOVE "NOT QUEUED - FULL" TO WS-HIT-RESULT
               DISPLAY "RESCREEN: REVIEW QUEUE FULL - HIT FOR "
                       WS-IN-CUST-ID " NOT QUEUED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-SQ-COUNT
               MOVE WS-RUN-DATE TO WS-SQ-QUEUED-DATE(WS-SQ-COUNT)
               MOVE WS-IN-CUST-ID TO WS-SQ-CUST-ID(WS-SQ-COUNT)
               MOVE WS-WL-ID(WS-L) TO WS-SQ-WL-ID(WS-SQ-COUNT)
               MOVE WS-SCRN-SCORE TO WS-SQ-SCORE(WS-SQ-COUNT)
               MOVE 'P' TO WS-SQ-STATUS(WS-SQ-COUNT)
               MOVE SPACES TO WS-SQ-MAINT(WS-SQ-COUNT)
               STRING "RESCREEN," DELIMITED BY SIZE
                      WS-IN-CUST-ID DELIMITED BY SIZE
                   INTO WS-SQ-MAINT(WS-SQ-COUNT)
               END-STRING
               MOVE "NEW - QUEUED" TO WS-HIT-RESULT
               ADD 1 TO WS-NEW-QUEUED-COUNT
           END-IF.

       NORMALIZE-NAME.
           INSPECT WS-NORM-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-NORM-TOKEN-COUNT.
           MOVE SPACES TO WS-NORM-TOKENS.
           MOVE SPACES TO WS-NORM-TOKEN.
           MOVE 0 TO WS-NORM-TOKEN-LEN.
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 40
               MOVE WS-NORM-INPUT(WS-NORM-POS:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z')
                   OR (WS-NORM-CHAR >= '0' AND WS-NORM-CHAR <= '9')
                   IF WS-NORM-TOKEN-LEN < 20
                       ADD 1 TO WS-NORM-TOKEN-LEN
                       MOVE WS-NORM-CHAR
                           TO WS-NORM-TOKEN(WS-NORM-TOKEN-LEN:1)
                   END-IF
               ELSE
                   IF WS-NORM-CHAR NOT = "'"
                       PERFORM STORE-NORMALIZED-TOKEN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM STORE-NORMALIZED-TOKEN.

       STORE-NORMALIZED-TOKEN.
           IF WS-NORM-TOKEN-LEN > 1
               AND WS-NORM-TOKEN-COUNT < 8
               AND WS-NORM-TOKEN NOT = 'MR'
               AND WS-NORM-TOKEN NOT = 'MRS'
               AND WS-NORM-TOKEN NOT = 'MS'
               AND WS-NORM-TOKEN NOT = 'DR'
               AND WS-NORM-TOKEN NOT = 'THE'
               AND WS-NORM-TOKEN NOT = 'AND'
               AND WS-NORM-TOKEN NOT = 'OF'
               ADD 1 TO WS-NORM-TOKEN-COUNT
               MOVE WS-NORM-TOKEN TO WS-NORM-TOK(WS-NORM-TOKEN-COUNT)
           END-IF.
           MOVE SPACES TO WS-NORM-TOKEN.
           MOVE 0 TO WS-NORM-TOKEN-LEN.

       SCORE-WATCH-LIST-ENTRY.
           MOVE 0 TO WS-SCRN-SCORE.
           MOVE 0 TO WS-MATCHED-TOKENS.
           MOVE ALL 'N' TO WS-TOKEN-USED-FLAGS.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NORM-TOKEN-COUNT
               MOVE 'N' TO WS-TOKEN-MATCH-FLAG
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U > WS-WL-TOKEN-COUNT(WS-L)
                          OR WS-TOKEN-MATCH-FLAG = 'Y'
                   IF WS-TOKEN-USED(WS-U) = 'N'
                       AND WS-NORM-TOK(WS-T) = WS-WL-TOKEN(WS-L, WS-U)
                       MOVE 'Y' TO WS-TOKEN-USED(WS-U)
                       MOVE 'Y' TO WS-TOKEN-MATCH-FLAG
                       ADD 1 TO WS-MATCHED-TOKENS
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-NORM-TOKEN-COUNT + WS-WL-TOKEN-COUNT(WS-L) > 0
               COMPUTE WS-SCRN-SCORE ROUNDED =
                   200 * WS-MATCHED-TOKENS
                   / (WS-NORM-TOKEN-COUNT + WS-WL-TOKEN-COUNT(WS-L))
           END-IF.
           IF WS-SCRN-SCORE > 0
               AND WS-WL-CITY(WS-L) NOT = SPACES
               AND WS-WL-CITY(WS-L) = WS-SCRN-CITY
               ADD 10 TO WS-SCRN-SCORE
               IF WS-SCRN-SCORE > 100
                   MOVE 100 TO WS-SCRN-SCORE
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WATCH LIST RESCREEN HIT REPORT" DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "     THRESHOLD: " DELIMITED BY SIZE
                  WS-SCRN-THRESHOLD DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CUST   CUSTOMER NAME         LIST ENTRY  SOURCE    "
                  "LIST NAME                                 SCORE  "
                  "RESULT" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-HIT-DETAIL-LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-IN-CUST-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-IN-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-WL-ID(WS-L) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-WL-SOURCE(WS-L) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-WL-NAME(WS-L) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SCRN-SCORE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-HIT-RESULT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE 0 TO WS-LINKED-COUNT.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-REL-COUNT
               IF WS-REL-CUST(WS-R) = WS-IN-CUST-ID
                   ADD 1 TO WS-LINKED-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "       LINKED ACCOUNT: " DELIMITED BY SIZE
                          WS-REL-ACCT(WS-R) DELIMITED BY SIZE
                          "  RELATIONSHIP: " DELIMITED BY SIZE
                          WS-REL-CODE(WS-R) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
               END-IF
           END-PERFORM.
           IF WS-LINKED-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "       LINKED ACCOUNT: NONE" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       WRITE-HIT-EXTRACT-RECORD.
           MOVE SPACES TO WS-HIT-LINE.
           MOVE 1 TO WS-PTR.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-IN-CUST-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-IN-NAME DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-WL-ID(WS-L) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-WL-SOURCE(WS-L) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-SCRN-SCORE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-HIT-RESULT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO WS-HIT-LINE
               WITH POINTER WS-PTR
           END-STRING.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-REL-COUNT
               IF WS-REL-CUST(WS-R) = WS-IN-CUST-ID
                   AND WS-PTR < 190
                   STRING WS-REL-ACCT(WS-R) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WS-REL-CODE(WS-R) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                       INTO WS-HIT-LINE
                       WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WS-HIT-LINE TO HIT-RECORD.
           WRITE HIT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WATCH LIST ENTRIES:       " DELIMITED BY SIZE
                  WS-WL-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CUSTOMERS SCREENED:       " DELIMITED BY SIZE
                  WS-CUSTOMER-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL HITS:               " DELIMITED BY SIZE
                  WS-HIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CUSTOMERS WITH HITS:      " DELIMITED BY SIZE
                  WS-HIT-CUSTOMER-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NEW HITS QUEUED:          " DELIMITED BY SIZE
                  WS-NEW-QUEUED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ALREADY UNDER REVIEW:     " DELIMITED BY SIZE
                  WS-OPEN-REVIEW-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PREVIOUSLY CLEARED:       " DELIMITED BY SIZE
                  WS-CLEARED-HIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       REWRITE-SCREENING-QUEUE.
           OPEN OUTPUT SCRNPEND.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-SQ-COUNT
               MOVE WS-SQ-QUEUED-DATE(WS-Q) TO WS-SP-QUEUED-DATE
               MOVE WS-SQ-CUST-ID(WS-Q) TO WS-SP-CUST-ID
               MOVE WS-SQ-WL-ID(WS-Q) TO WS-SP-WL-ID
               MOVE WS-SQ-SCORE(WS-Q) TO WS-SP-SCORE
               MOVE WS-SQ-STATUS(WS-Q) TO WS-SP-STATUS
               MOVE WS-SQ-MAINT(WS-Q) TO WS-SP-MAINT
               MOVE WS-SCRNPEND-LINE TO SCRNPEND-RECORD
               WRITE SCRNPEND-RECORD
           END-PERFORM.
           CLOSE SCRNPEND.

       WRITE-RUN-CONTROL-RECORD.
           OPEN EXTEND RUNCTL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           MOVE RETURN-CODE TO WS-RC-DISPLAY.
           MOVE SPACES TO WS-RUNCTL-LINE.
           STRING "RESCREEN" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CUSTOMER-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-HIT-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-HIT-CUSTOMER-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-NEW-QUEUED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  "0000000000000.00" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RC-DISPLAY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUNCTL-TEXT DELIMITED BY SIZE
               INTO WS-RUNCTL-LINE
           END-STRING.
           MOVE WS-RUNCTL-LINE TO RUNCTL-RECORD.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL.
