       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS ASSIGN TO "HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT HOLDRPT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS.
       01  HOLDS-RECORD            PIC X(80).

       FD  HOLDRPT-FILE.
       01  PRINT-RECORD            PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-REASON          PIC X(10).
           05  SRT-ACCT            PIC X(5).
           05  SRT-HOLD-ID         PIC X(10).
           05  SRT-AMT             PIC 9(7)V99.
           05  SRT-PLACED-DT       PIC X(8).
           05  SRT-EXPIRY-DT       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-HOLDS-STATUS         PIC X(2) VALUE SPACES.

       01  WS-IN-ACCT              PIC X(5).
       01  WS-IN-HOLD-ID           PIC X(10).
       01  WS-IN-AMT-STR           PIC X(12).
       01  WS-IN-REASON            PIC X(10).
       01  WS-IN-PLACED            PIC X(8).
       01  WS-IN-EXPIRY            PIC X(8).

       01  WS-GRP-REASON           PIC X(10) VALUE SPACES.
       01  WS-GRP-OPEN-FLAG        PIC X VALUE 'N'.
       01  WS-GRP-COUNT            PIC 9(5) VALUE 0.
       01  WS-GRP-TOTAL            PIC 9(12)V99 VALUE 0.
       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REASON-COUNT         PIC 9(5) VALUE 0.
       01  WS-HOLD-COUNT           PIC 9(7) VALUE 0.
       01  WS-HOLD-TOTAL           PIC 9(12)V99 VALUE 0.
       01  WS-DT-NUM               PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(7).
       01  WS-AMT-EDIT             PIC 9(7).99.
       01  WS-TOTAL-EDIT           PIC 9(12).99.
       01  WS-AGE-EDIT             PIC ZZZZ9.
       01  WS-EXPIRY-TEXT          PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "HOLDRPT: Starting outstanding holds report..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM

           OPEN OUTPUT HOLDRPT-FILE
           PERFORM WRITE-REPORT-HEADINGS

           SORT SORT-WORK
               ON ASCENDING KEY SRT-REASON, SRT-ACCT, SRT-HOLD-ID
               INPUT PROCEDURE SELECT-ACTIVE-HOLDS
               OUTPUT PROCEDURE PRINT-HOLDS-BY-REASON

           PERFORM WRITE-REPORT-TOTALS
           CLOSE HOLDRPT-FILE

           DISPLAY "HOLDRPT: Hold records read: " WS-READ-COUNT
           DISPLAY "HOLDRPT: Outstanding holds: " WS-HOLD-COUNT
           DISPLAY "HOLDRPT: Reason codes: " WS-REASON-COUNT

           STOP RUN.

       SELECT-ACTIVE-HOLDS.
           OPEN INPUT HOLDS.
           IF WS-HOLDS-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HOLDS
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM RELEASE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE HOLDS
           ELSE
               DISPLAY "HOLDRPT: NO HOLDS FILE ON FILE - "
                       "NO OUTSTANDING HOLDS"
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       RELEASE-HOLD-RECORD.
           MOVE SPACES TO WS-IN-EXPIRY.
           UNSTRING HOLDS-RECORD DELIMITED BY ','
               INTO WS-IN-ACCT, WS-IN-HOLD-ID, WS-IN-AMT-STR,
                    WS-IN-REASON, WS-IN-PLACED, WS-IN-EXPIRY
           END-UNSTRING.
           IF WS-IN-EXPIRY NOT = SPACES
               AND WS-IN-EXPIRY < WS-RUN-DATE
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE SPACES TO SORT-RECORD
               MOVE WS-IN-REASON TO SRT-REASON
               MOVE WS-IN-ACCT TO SRT-ACCT
               MOVE WS-IN-HOLD-ID TO SRT-HOLD-ID
               MOVE FUNCTION NUMVAL(WS-IN-AMT-STR) TO SRT-AMT
               MOVE WS-IN-PLACED TO SRT-PLACED-DT
               MOVE WS-IN-EXPIRY TO SRT-EXPIRY-DT
               RELEASE SORT-RECORD
           END-IF.

       PRINT-HOLDS-BY-REASON.
           MOVE 'N' TO WS-GRP-OPEN-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                       IF WS-GRP-OPEN-FLAG = 'Y'
                           PERFORM CLOSE-REASON-GROUP
                       END-IF
                   NOT AT END
                       PERFORM PRINT-SINGLE-HOLD
               END-RETURN
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

       PRINT-SINGLE-HOLD.
           IF WS-GRP-OPEN-FLAG = 'Y'
               AND SRT-REASON NOT = WS-GRP-REASON
               PERFORM CLOSE-REASON-GROUP
           END-IF.
           IF WS-GRP-OPEN-FLAG = 'N'
               PERFORM OPEN-REASON-GROUP
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           ADD SRT-AMT TO WS-GRP-TOTAL.
           ADD 1 TO WS-HOLD-COUNT.
           ADD SRT-AMT TO WS-HOLD-TOTAL.
           PERFORM WRITE-HOLD-DETAIL-LINE.

       OPEN-REASON-GROUP.
           MOVE 'Y' TO WS-GRP-OPEN-FLAG.
           MOVE SRT-REASON TO WS-GRP-REASON.
           MOVE 0 TO WS-GRP-COUNT.
           MOVE 0 TO WS-GRP-TOTAL.
           ADD 1 TO WS-REASON-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REASON CODE: " DELIMITED BY SIZE
                  WS-GRP-REASON DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       CLOSE-REASON-GROUP.
           MOVE WS-GRP-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  REASON TOTAL  HOLDS: " DELIMITED BY SIZE
                  WS-GRP-COUNT DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'N' TO WS-GRP-OPEN-FLAG.

       WRITE-HOLD-DETAIL-LINE.
           MOVE SRT-AMT TO WS-AMT-EDIT.
           MOVE 0 TO WS-AGE-DAYS.
           IF SRT-PLACED-DT IS NUMERIC
               MOVE SRT-PLACED-DT TO WS-DT-NUM
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           END-IF.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           IF SRT-EXPIRY-DT = SPACES
               MOVE "UNTIL REL" TO WS-EXPIRY-TEXT
           ELSE
               MOVE SRT-EXPIRY-DT TO WS-EXPIRY-TEXT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
                  SRT-ACCT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SRT-HOLD-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SRT-PLACED-DT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EXPIRY-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AGE-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OUTSTANDING HOLDS BY REASON CODE" DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  ACCT   HOLD-ID     AMOUNT      PLACED    "
                  "EXPIRES     AGE" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       WRITE-REPORT-TOTALS.
           IF WS-HOLD-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO OUTSTANDING HOLDS" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REASON CODES:         " DELIMITED BY SIZE
                  WS-REASON-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OUTSTANDING HOLDS:    " DELIMITED BY SIZE
                  WS-HOLD-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE WS-HOLD-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL AMOUNT HELD:    " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXPIRED NOT REPORTED: " DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
