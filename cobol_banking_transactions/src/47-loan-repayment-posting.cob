           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "loan-repayment-posting".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       *> installments due on or before the business date, buffered
       *> before any posting runs - the <= catches dates the job
       01  WS-DET-INT           PIC X(20).

       01  WS-INSTALLMENT       PIC S9(9)V99.
       01  WS-FUNDS-ACCOUNT     PIC X(10).
       01  WS-AVAILABLE         PIC S9(9)V99.
       01  WS-BALANCE-NUM       PIC S9(9)V99.
       01  WS-OD-LIMIT          PIC S9(9)V99.
       01  WS-INSTALL-EDIT      PIC -(9)9.99.
       01  WS-REMAIN-STR        PIC X(20).
       01  WS-REMAIN-NUM        PIC S9(9)V99.
       *> charged-off loans with written-off principal still to
       *> recover - money reaching the linked account is taken as a
       *> recovery, never as an ordinary installment
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY     OCCURS 500 TIMES.
               10  WS-REC-LOAN      PIC X(20).
               10  WS-REC-ACCOUNT   PIC X(10).
               10  WS-REC-OWED      PIC S9(9)V99.
       01  WS-REC-USED          PIC 9(3) VALUE 0.
       01  WS-REC-IX            PIC 9(3).
       01  WS-RECOVERY          PIC S9(9)V99.
       01  WS-RECOVERY-EDIT     PIC 9(9).99.
       01  WS-RECOVERED-COUNT   PIC 9(5) VALUE 0.
       01  WS-RECOVERED-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-RECOVERED-EDIT    PIC -(11)9.99.
       01  WS-POSTED-COUNT      PIC 9(5) VALUE 0.
       01  WS-MISSED-COUNT      PIC 9(5) VALUE 0.
       01  WS-SETTLED-COUNT     PIC 9(5) VALUE 0.
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-JOURNAL-TYPE     PIC X(12).
       01  WS-JOURNAL-AMOUNT   PIC X(20).
       01  WS-JOURNAL-SIGNED   PIC -(9)9.99.
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "loan-repayment-posting".
           05  WS-ENT-RESULT    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL STATIC "GET-OPERATOR-ID" USING WS-ENT-OPERATOR
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ENT-KIND, WS-ENT-OPERATOR, WS-ENT-OBJECT,
                     WS-ENT-RESULT
           IF WS-ENT-RESULT NOT = "Y"
               DISPLAY "ABORT: operator "
                       FUNCTION TRIM(WS-ENT-OPERATOR)
                       " is not entitled to run "
                       FUNCTION TRIM(WS-ENT-OBJECT)
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           CALL STATIC "GET-OPERATOR-ID" USING WS-OPERATOR-ID
           MOVE SPACES TO WS-ENV-CONNSTR
           ACCEPT WS-ENV-CONNSTR FROM ENVIRONMENT "DB_CONNSTR"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           END-IF.

           CALL STATIC "CHECK-SCHEMA-VERSION"
               USING WS-ERROR-SOURCE, DBH, WS-SCHEMA-MIN-VERSION,
                     DB-SCHEMA-FOUND, DB-SCHEMA-RESULT
           IF NOT DB-SCHEMA-OK
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COLLECT-DUE-INSTALLMENTS
           IF WS-DUE-USED = 0
               DISPLAY "No loan installments fall due today."
                       " loan(s) settled."
           END-IF

           PERFORM COLLECT-CHARGED-OFF-LOANS
           IF WS-REC-USED > 0
               PERFORM RECOVER-ONE-LOAN
                   VARYING WS-REC-IX FROM 1 BY 1
                   UNTIL WS-REC-IX > WS-REC-USED
               MOVE WS-RECOVERED-TOTAL TO WS-RECOVERED-EDIT
               DISPLAY "Charged-off recoveries: " WS-RECOVERED-COUNT
                       " loan(s), "
                       FUNCTION TRIM(WS-RECOVERED-EDIT) " recovered."
           END-IF

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
       POST-ONE-INSTALLMENT.
           COMPUTE WS-INSTALLMENT =
               WS-DUE-PRIN(WS-DUE-IX) + WS-DUE-INT(WS-DUE-IX)
           MOVE WS-DUE-ACCOUNT(WS-DUE-IX) TO WS-FUNDS-ACCOUNT
           PERFORM CHECK-REPAYMENT-FUNDS
           IF WS-AVAILABLE < WS-INSTALLMENT
               ADD 1 TO WS-MISSED-COUNT
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT balance FROM accounts WHERE account_id = "
                  FUNCTION TRIM(WS-FUNDS-ACCOUNT)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(overdraft_limit,0) FROM accounts "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-FUNDS-ACCOUNT)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(SUM(amount),0) FROM deposit_holds "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-FUNDS-ACCOUNT)
                  "' AND status = 'ACTIVE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
           STRING "SELECT COALESCE(SUM(COALESCE(amount,"
                  "999999999)),0) FROM legal_orders "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-FUNDS-ACCOUNT)
                  " AND status = 'ACTIVE' "
                  "AND (expiry_date IS NULL "
                  "OR expiry_date >= CURRENT_DATE)"
           COMPUTE WS-AVAILABLE =
               WS-BALANCE-NUM + WS-OD-LIMIT - WS-ACTIVE-HOLDS
               - WS-LEGAL-HOLDS.

       COLLECT-CHARGED-OFF-LOANS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT loan_id, account_id, "
                  "chargeoff_amount - COALESCE(recovered_amount,0) "
                  "FROM loans WHERE status = 'CHARGED_OFF' "
                  "AND chargeoff_amount > COALESCE(recovered_amount,0) "
                  "ORDER BY loan_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT NOT = NULL-PTR
               PERFORM BUFFER-ONE-RECOVERY UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-RECOVERY.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-REC-USED < 500
               ADD 1 TO WS-REC-USED
               MOVE FUNCTION TRIM(C1) TO WS-REC-LOAN(WS-REC-USED)
               MOVE FUNCTION TRIM(C2) TO WS-REC-ACCOUNT(WS-REC-USED)
               COMPUTE WS-REC-OWED(WS-REC-USED) = FUNCTION NUMVAL(C3)
           END-IF.

       RECOVER-ONE-LOAN.
           *> only the customer's own money is recovered - the
           *> overdraft facility is not drawn to pay a written-off debt
           MOVE WS-REC-ACCOUNT(WS-REC-IX) TO WS-FUNDS-ACCOUNT
           PERFORM CHECK-REPAYMENT-FUNDS
           COMPUTE WS-RECOVERY = WS-AVAILABLE - WS-OD-LIMIT
           IF WS-RECOVERY <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RECOVERY > WS-REC-OWED(WS-REC-IX)
               MOVE WS-REC-OWED(WS-REC-IX) TO WS-RECOVERY
           END-IF
           MOVE WS-RECOVERY TO WS-RECOVERY-EDIT

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-RECOVERY-EDIT)
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-REC-ACCOUNT(WS-REC-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REC-ACCOUNT(WS-REC-IX) TO WS-ACCT-ID-STR
           MOVE "LOAN_REC" TO WS-HASH-TYPE
           MOVE WS-RECOVERY-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  FUNCTION TRIM(WS-REC-ACCOUNT(WS-REC-IX))
                  ", 'LOAN_REC', "
                  FUNCTION TRIM(WS-RECOVERY-EDIT)
                  ", 'recovery on charged-off loan "
                  FUNCTION TRIM(WS-REC-LOAN(WS-REC-IX))
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-REC-ACCOUNT(WS-REC-IX))
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-REC-LOAN(WS-REC-IX))
                  "-REC')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               MOVE WS-HASH-TYPE TO WS-JOURNAL-TYPE
               COMPUTE WS-JOURNAL-SIGNED = 0 - WS-RECOVERY
               MOVE SPACES TO WS-JOURNAL-AMOUNT
               MOVE FUNCTION TRIM(WS-JOURNAL-SIGNED)
                   TO WS-JOURNAL-AMOUNT
               CALL STATIC "WRITE-AFTERIMAGE"
                   USING WS-ACCT-ID-STR, WS-JOURNAL-TYPE,
                         WS-JOURNAL-AMOUNT
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE loans SET recovered_amount = "
                  "COALESCE(recovered_amount,0) + "
                  FUNCTION TRIM(WS-RECOVERY-EDIT)
                  " WHERE loan_id = '"
                  FUNCTION TRIM(WS-REC-LOAN(WS-REC-IX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           ADD 1 TO WS-RECOVERED-COUNT
           ADD WS-RECOVERY TO WS-RECOVERED-TOTAL
           DISPLAY "Recovered " FUNCTION TRIM(WS-RECOVERY-EDIT)
                   " on charged-off loan "
                   FUNCTION TRIM(WS-REC-LOAN(WS-REC-IX))
                   " from account "
                   FUNCTION TRIM(WS-REC-ACCOUNT(WS-REC-IX)) ".".
