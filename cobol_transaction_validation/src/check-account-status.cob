           IF CAS-STATUS = "OPEN"
               PERFORM CHECK-KYC-OVERDUE
           END-IF
           IF CAS-STATUS = "OPEN"
               PERFORM CHECK-SECURITY-HOLD
           END-IF
           GOBACK.

       CHECK-KYC-OVERDUE.
                   NOT = SPACES
               MOVE "RESTRICTED" TO CAS-STATUS
           END-IF.

       CHECK-SECURITY-HOLD.
           *> a suspected account takeover holds debits for a few days
           *> while the customer is reached on their old contact
           *> details; the hold lapses by itself
           MOVE SPACES TO WS-STATUS-SQL
           MOVE SPACES TO WS-STATUS-BUFFER
           STRING "SELECT 1 FROM accounts WHERE account_id = '"
                  FUNCTION TRIM(CAS-ACCOUNT-ID)
                  "' AND security_hold_until >= CURRENT_DATE"
               DELIMITED BY SIZE INTO WS-STATUS-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CAS-DBH
                     BY REFERENCE WS-STATUS-SQL
                     BY REFERENCE WS-STATUS-BUFFER
               RETURNING WS-STATUS-RC
           IF WS-STATUS-RC = 0 AND FUNCTION TRIM(WS-STATUS-BUFFER)
                   NOT = SPACES
               MOVE "RESTRICTED" TO CAS-STATUS
           END-IF.
