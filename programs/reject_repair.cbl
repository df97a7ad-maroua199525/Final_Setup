       01  CORRECTION-RECORD       PIC X(80).

       FD  REJMAST.
       01  REJMAST-RECORD          PIC X(180).

       FD  RESUB.
       01  RESUB-RECORD            PIC X(80).
               10  WS-REJ-AMT      PIC X(10).
               10  WS-REJ-DT       PIC X(10).
               10  WS-REJ-DETAIL-1 PIC X(20).
               10  WS-REJ-DETAIL-2 PIC X(20).
               10  WS-REJ-DETAIL-3 PIC X(22).
               10  WS-REJ-REASON   PIC X(30).
               10  WS-REJ-RECYCLE  PIC 9(3).
               10  WS-REJ-FIRST-DT PIC X(8).
       01  WS-IN-FIELD-6           PIC X(30).
       01  WS-IN-FIELD-7           PIC X(30).
       01  WS-IN-FIELD-8           PIC X(30).
       01  WS-IN-FIELD-9           PIC X(30).
       01  WS-IN-REASON            PIC X(30).
       01  WS-IN-RECYCLE-STR       PIC X(5).
       01  WS-IN-FIRST-DT          PIC X(8).
       01  WS-RESUB-COUNT          PIC 9(7) VALUE 0.
       01  WS-RESUB-HASH           PIC 9(12)V99 VALUE 0.
       01  WS-RESUB-HASH-EDIT      PIC 9(12).99.
       01  WS-BUILD-RECORD         PIC X(180) VALUE SPACES.
       01  WS-AGE-DAYS             PIC 9(5).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-FIRST-DATE-NUM       PIC 9(8).
           MOVE 'N' TO WS-EOF-FLAG.

       PARSE-REJMAST-RECORD.
           MOVE SPACES TO WS-REJ-DETAIL-3(WS-REJ-COUNT).
           UNSTRING REJMAST-RECORD DELIMITED BY ','
               INTO WS-REJ-TXN-ID(WS-REJ-COUNT),
                    WS-REJ-TYPE(WS-REJ-COUNT),
                    WS-REJ-REASON(WS-REJ-COUNT),
                    WS-IN-RECYCLE-STR,
                    WS-IN-FIRST-DT,
                    WS-IN-STATUS,
                    WS-REJ-DETAIL-3(WS-REJ-COUNT)
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-IN-RECYCLE-STR)
               TO WS-REJ-RECYCLE(WS-REJ-COUNT).
           MOVE SPACES TO WS-IN-FIELD-6.
           MOVE SPACES TO WS-IN-FIELD-7.
           MOVE SPACES TO WS-IN-FIELD-8.
           MOVE SPACES TO WS-IN-FIELD-9.
           UNSTRING REJECT-RECORD DELIMITED BY ','
               INTO WS-IN-TXN-ID, WS-IN-TYPE, WS-IN-ACCT,
                    WS-IN-AMT, WS-IN-DT, WS-IN-FIELD-6,
                    WS-IN-FIELD-7, WS-IN-FIELD-8, WS-IN-FIELD-9
           END-UNSTRING.
           EVALUATE WS-IN-TYPE
               WHEN 'TRANSFER'
               WHEN 'LOANPMT'
               WHEN 'NAMECHG'
               WHEN 'TYPECHG'
               WHEN 'RELEASEHOLD'
               WHEN 'REVERSAL'
                   MOVE WS-IN-FIELD-7 TO WS-IN-REASON
               WHEN 'OPEN'
                   MOVE WS-IN-FIELD-8 TO WS-IN-REASON
               WHEN 'PLACEHOLD'
                   IF WS-IN-FIELD-8 NOT = SPACES
                       MOVE WS-IN-FIELD-8 TO WS-IN-REASON
                   ELSE
                       MOVE WS-IN-FIELD-7 TO WS-IN-REASON
                       MOVE SPACES TO WS-IN-FIELD-7
                   END-IF
               WHEN 'EXTXFER'
                   IF WS-IN-FIELD-9 NOT = SPACES
                       MOVE WS-IN-FIELD-9 TO WS-IN-REASON
                   ELSE
                       MOVE WS-IN-FIELD-8 TO WS-IN-REASON
                       MOVE SPACES TO WS-IN-FIELD-8
                   END-IF
               WHEN OTHER
                   MOVE WS-IN-FIELD-6 TO WS-IN-REASON
                   MOVE SPACES TO WS-IN-FIELD-6
           END-EVALUATE.
           IF WS-IN-TYPE = 'TRANSFER' OR WS-IN-TYPE = 'NAMECHG'
               OR WS-IN-TYPE = 'TYPECHG' OR WS-IN-TYPE = 'RELEASEHOLD'
               OR WS-IN-TYPE = 'REVERSAL' OR WS-IN-TYPE = 'LOANPMT'
               MOVE SPACES TO WS-IN-FIELD-7
           END-IF.
           IF WS-IN-TYPE = 'OPEN' OR WS-IN-TYPE = 'EXTXFER'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-IN-FIELD-8
                       TO WS-REJ-DETAIL-1(WS-REJ-COUNT)
                   MOVE WS-IN-FIELD-7
                       TO WS-REJ-DETAIL-2(WS-REJ-COUNT)
                   IF WS-IN-TYPE = 'EXTXFER'
                       MOVE WS-IN-FIELD-8
                           TO WS-REJ-DETAIL-3(WS-REJ-COUNT)
                   ELSE
                       MOVE SPACES TO WS-REJ-DETAIL-3(WS-REJ-COUNT)
                   END-IF
                   MOVE WS-IN-REASON TO WS-REJ-REASON(WS-REJ-COUNT)
                   MOVE 1 TO WS-REJ-RECYCLE(WS-REJ-COUNT)
                   MOVE WS-RUN-DATE TO WS-REJ-FIRST-DT(WS-REJ-COUNT)
           END-STRING.
           EVALUATE WS-REJ-TYPE(WS-FOUND-IDX)
               WHEN 'TRANSFER'
               WHEN 'LOANPMT'
               WHEN 'NAMECHG'
               WHEN 'TYPECHG'
               WHEN 'RELEASEHOLD'
               WHEN 'REVERSAL'
                   STRING ',' DELIMITED BY SIZE
                          WS-REJ-DETAIL-1(WS-FOUND-IDX)
                              DELIMITED BY SIZE
                       WITH POINTER WS-PTR
                   END-STRING
               WHEN 'OPEN'
               WHEN 'PLACEHOLD'
                   STRING ',' DELIMITED BY SIZE
                          WS-REJ-DETAIL-1(WS-FOUND-IDX)
                              DELIMITED BY SIZE
                       INTO WS-BUILD-RECORD
                       WITH POINTER WS-PTR
                   END-STRING
               WHEN 'EXTXFER'
                   STRING ',' DELIMITED BY SIZE
                          WS-REJ-DETAIL-1(WS-FOUND-IDX)
                              DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-REJ-DETAIL-2(WS-FOUND-IDX)
                              DELIMITED BY SPACE
                       INTO WS-BUILD-RECORD
                       WITH POINTER WS-PTR
                   END-STRING
                   IF WS-REJ-DETAIL-3(WS-FOUND-IDX) NOT = SPACES
                       STRING ',' DELIMITED BY SIZE
                              WS-REJ-DETAIL-3(WS-FOUND-IDX)
                                  DELIMITED BY SIZE
                           INTO WS-BUILD-RECORD
                           WITH POINTER WS-PTR
                       END-STRING
                   END-IF
           END-EVALUATE.
           MOVE WS-BUILD-RECORD TO RESUB-RECORD.
           WRITE RESUB-RECORD.

       BUILD-REJMAST-RECORD.
           MOVE SPACES TO WS-BUILD-RECORD.
           MOVE 1 TO WS-PTR.
           STRING WS-REJ-TXN-ID(WS-I) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-REJ-TYPE(WS-I) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-REJ-STATUS(WS-I) DELIMITED BY SIZE
               INTO WS-BUILD-RECORD
               WITH POINTER WS-PTR
           END-STRING.
           IF WS-REJ-DETAIL-3(WS-I) NOT = SPACES
               STRING ',' DELIMITED BY SIZE
                      WS-REJ-DETAIL-3(WS-I) DELIMITED BY SIZE
                   INTO WS-BUILD-RECORD
                   WITH POINTER WS-PTR
               END-STRING
           END-IF.

       WRITE-REJECT-REPORT.
           OPEN OUTPUT REJRPT.
