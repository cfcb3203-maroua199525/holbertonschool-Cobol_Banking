IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PAYEE-COOLING.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CPC-SQL            PIC X(512).
       01  WS-CPC-BUFFER         PIC X(256).
       01  WS-CPC-RC             PIC S9(9) COMP-5.
       01  WS-CPC-STMT           USAGE POINTER.
       01  WS-CPC-ENV-CAP        PIC X(15).
       01  WS-CPC-PAYEE-STATE    PIC X(10).
       01  WS-CPC-OUTCOME        PIC X(8).
       01  WS-CPC-AMT-EDIT       PIC 9(9).99.

       LINKAGE SECTION.
       01  CPC-DBH               USAGE POINTER.
       01  CPC-SOURCE-ACCOUNT    PIC X(20).
       01  CPC-TARGET-ACCOUNT    PIC X(20).
       01  CPC-AMOUNT            PIC S9(9)V99.
       01  CPC-RESULT            PIC X.
       01  CPC-CAP               PIC S9(9)V99.

       PROCEDURE DIVISION USING CPC-DBH, CPC-SOURCE-ACCOUNT,
           CPC-TARGET-ACCOUNT, CPC-AMOUNT, CPC-RESULT, CPC-CAP.
       CHECK-PAYEE-MAIN.
           *> Money leaving for someone else's account goes only to a
           *> payee the customer registered with a PAYEE line, and a
           *> new payee cools off before it can take a large amount.
           *> 'O' lets it through - the customer's own account, or a
           *> registered payee past its cooling-off. Inside cooling-
           *> off, or to a payee never registered, up to the cap in
           *> CPC-CAP goes through as 'C'; above it 'H' sends the
           *> item to the approval desk.
           MOVE 'O' TO CPC-RESULT
           MOVE 500.00 TO CPC-CAP
           MOVE SPACES TO WS-CPC-ENV-CAP
           ACCEPT WS-CPC-ENV-CAP FROM ENVIRONMENT "PAYEE_COOLING_CAP"
           IF WS-CPC-ENV-CAP NOT = SPACES
               COMPUTE CPC-CAP = FUNCTION NUMVAL(WS-CPC-ENV-CAP)
           END-IF

           *> moving money between one customer's own accounts needs
           *> no payee
           MOVE SPACES TO WS-CPC-SQL
           MOVE SPACES TO WS-CPC-BUFFER
           STRING "SELECT 'SAME' FROM accounts s JOIN accounts t "
                  "ON t.customer_id = s.customer_id "
                  "WHERE s.account_id = '"
                  FUNCTION TRIM(CPC-SOURCE-ACCOUNT)
                  "' AND t.account_id = '"
                  FUNCTION TRIM(CPC-TARGET-ACCOUNT)
                  "'"
               DELIMITED BY SIZE INTO WS-CPC-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CPC-DBH
                     BY REFERENCE WS-CPC-SQL
                     BY REFERENCE WS-CPC-BUFFER
               RETURNING WS-CPC-RC
           IF WS-CPC-RC = 0 AND FUNCTION TRIM(WS-CPC-BUFFER) = "SAME"
               GOBACK
           END-IF

           MOVE SPACES TO WS-CPC-SQL
           MOVE SPACES TO WS-CPC-BUFFER
           STRING "SELECT CASE WHEN cooling_until > CURRENT_TIMESTAMP "
                  "THEN 'COOLING' ELSE 'CLEAR' END "
                  "FROM registered_payees WHERE account_id = '"
                  FUNCTION TRIM(CPC-SOURCE-ACCOUNT)
                  "' AND payee_account = '"
                  FUNCTION TRIM(CPC-TARGET-ACCOUNT)
                  "' AND status = 'ACTIVE' "
                  "ORDER BY registered_at DESC LIMIT 1"
               DELIMITED BY SIZE INTO WS-CPC-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CPC-DBH
                     BY REFERENCE WS-CPC-SQL
                     BY REFERENCE WS-CPC-BUFFER
               RETURNING WS-CPC-RC
           MOVE SPACES TO WS-CPC-PAYEE-STATE
           IF WS-CPC-RC = 0
               MOVE FUNCTION TRIM(WS-CPC-BUFFER) TO WS-CPC-PAYEE-STATE
           END-IF
           IF WS-CPC-PAYEE-STATE = "CLEAR"
               GOBACK
           END-IF

           IF CPC-AMOUNT > CPC-CAP
               MOVE 'H' TO CPC-RESULT
               MOVE "HELD" TO WS-CPC-OUTCOME
           ELSE
               MOVE 'C' TO CPC-RESULT
               MOVE "CAPPED" TO WS-CPC-OUTCOME
           END-IF

           *> a payee used while still cooling off is what the
           *> cooling-off report is for - every attempt is kept
           IF WS-CPC-PAYEE-STATE = "COOLING"
               MOVE CPC-AMOUNT TO WS-CPC-AMT-EDIT
               MOVE SPACES TO WS-CPC-SQL
               STRING "INSERT INTO payee_cooling_usage (account_id, "
                      "payee_account, amount, outcome, used_at) "
                      "VALUES ('"
                      FUNCTION TRIM(CPC-SOURCE-ACCOUNT)
                      "', '"
                      FUNCTION TRIM(CPC-TARGET-ACCOUNT)
                      "', "
                      FUNCTION TRIM(WS-CPC-AMT-EDIT)
                      ", '"
                      FUNCTION TRIM(WS-CPC-OUTCOME)
                      "', CURRENT_TIMESTAMP)"
                   DELIMITED BY SIZE INTO WS-CPC-SQL
               CALL STATIC "DB_QUERY"
                   USING BY VALUE CPC-DBH
                         BY REFERENCE WS-CPC-SQL
                   RETURNING WS-CPC-STMT
           END-IF
           GOBACK.
