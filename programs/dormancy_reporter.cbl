                       OR WS-CUR-ACT-ACCT NOT < AM-ACCT-ID
               PERFORM ADVANCE-ACTIVITY-STREAM
           END-PERFORM.
           IF AM-ACCT-TYPE = 'CLOSED' OR AM-ACCT-TYPE = 'ESCHEATED'
               CONTINUE
           ELSE
               PERFORM SET-ACCOUNT-DORMANT-DAYS
