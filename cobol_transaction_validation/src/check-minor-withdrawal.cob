IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-MINOR-WITHDRAWAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CMW-SQL            PIC X(512).
       01  WS-CMW-BUFFER         PIC X(256).
       01  WS-CMW-RC             PIC S9(9) COMP-5.
       01  WS-CMW-F1             PIC X(20).
       01  WS-CMW-F2             PIC X(20).
       01  WS-CMW-GUARDIANS      PIC 9(3).
       01  WS-CMW-TODAY          PIC S9(9)V99.

       LINKAGE SECTION.
       01  CMW-DBH               USAGE POINTER.
       01  CMW-ACCOUNT-ID        PIC X(20).
       01  CMW-AMOUNT            PIC S9(9)V99.
       01  CMW-RESULT            PIC X.
       01  CMW-LIMIT             PIC S9(9)V99.

       PROCEDURE DIVISION USING CMW-DBH, CMW-ACCOUNT-ID, CMW-AMOUNT,
           CMW-RESULT, CMW-LIMIT.
       CHECK-MINOR-MAIN.
           *> Youth products (class YOUTH) belong to a customer under
           *> age and are operated under a guardian. Nothing is paid
           *> out until a GUARDIAN is named on the account: 'G'. The
           *> day's debits, this one included, may not pass the
           *> product's minor_daily_limit: 'L' with the limit in
           *> CMW-LIMIT. 'A' lets it through; 'O' is not a youth
           *> account.
           MOVE 'O' TO CMW-RESULT
           MOVE 0 TO CMW-LIMIT

           MOVE SPACES TO WS-CMW-SQL
           MOVE SPACES TO WS-CMW-BUFFER
           STRING "SELECT COALESCE(p.minor_daily_limit,100) || ';' "
                  "|| (SELECT COUNT(*) FROM account_owners o "
                  "WHERE o.account_id = a.account_id AND "
                  "o.owner_role = 'GUARDIAN') "
                  "FROM accounts a JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE a.account_id = '"
                  FUNCTION TRIM(CMW-ACCOUNT-ID)
                  "' AND p.class = 'YOUTH'"
               DELIMITED BY SIZE INTO WS-CMW-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CMW-DBH
                     BY REFERENCE WS-CMW-SQL
                     BY REFERENCE WS-CMW-BUFFER
               RETURNING WS-CMW-RC
           IF WS-CMW-RC NOT = 0 OR FUNCTION TRIM(WS-CMW-BUFFER)
                   = SPACES
               GOBACK
           END-IF
           MOVE SPACES TO WS-CMW-F1, WS-CMW-F2
           UNSTRING WS-CMW-BUFFER DELIMITED BY ";"
               INTO WS-CMW-F1, WS-CMW-F2
           END-UNSTRING
           COMPUTE CMW-LIMIT = FUNCTION NUMVAL(WS-CMW-F1)
           COMPUTE WS-CMW-GUARDIANS = FUNCTION NUMVAL(WS-CMW-F2)
           IF WS-CMW-GUARDIANS = 0
               MOVE 'G' TO CMW-RESULT
               GOBACK
           END-IF

           *> what has already gone out of the account today
           MOVE 0 TO WS-CMW-TODAY
           MOVE SPACES TO WS-CMW-SQL
           MOVE SPACES TO WS-CMW-BUFFER
           STRING "SELECT COALESCE(SUM(amount),0) FROM tx_log "
                  "WHERE account_id = '"
                  FUNCTION TRIM(CMW-ACCOUNT-ID)
                  "' AND tx_type IN ('WITHDRAW','TRANSFER','CARD',"
                  "'CHEQUE','EXT_OUT','DRAFT','BILLPAY') "
                  "AND created_at >= CURRENT_DATE"
               DELIMITED BY SIZE INTO WS-CMW-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CMW-DBH
                     BY REFERENCE WS-CMW-SQL
                     BY REFERENCE WS-CMW-BUFFER
               RETURNING WS-CMW-RC
           IF WS-CMW-RC = 0 AND FUNCTION TRIM(WS-CMW-BUFFER)
                   NOT = SPACES
               COMPUTE WS-CMW-TODAY = FUNCTION NUMVAL(WS-CMW-BUFFER)
           END-IF
           IF WS-CMW-TODAY + CMW-AMOUNT > CMW-LIMIT
               MOVE 'L' TO CMW-RESULT
           ELSE
               MOVE 'A' TO CMW-RESULT
           END-IF
           GOBACK.
