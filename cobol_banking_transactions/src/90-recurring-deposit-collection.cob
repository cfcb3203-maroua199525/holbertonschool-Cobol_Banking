IDENTIFICATION DIVISION.
       PROGRAM-ID. recurring-deposit-collection.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "recurring-deposit-collection".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       *> plan installments due on or before the business date,
       *> buffered before any posting runs - the <= catches dates the
       *> job missed, the same discipline as loan-repayment-posting
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY     OCCURS 500 TIMES.
               10  WS-DUE-ACCOUNT   PIC X(10).
               10  WS-DUE-FUNDING   PIC X(10).
               10  WS-DUE-AMOUNT    PIC S9(9)V99.
               10  WS-DUE-INST-NO   PIC 9(3).
               10  WS-DUE-TOTAL     PIC 9(3).
               10  WS-DUE-DATE      PIC X(10).
               10  WS-DUE-MAX-MISS  PIC 9(3).
               10  WS-DUE-ACTION    PIC X(10).
               10  WS-DUE-BASE-RATE PIC 9(3)V9(4).
               10  WS-DUE-PEN-FEE   PIC S9(7)V99.
               10  WS-DUE-MISSED    PIC 9(3).
               10  WS-DUE-STATUS    PIC X(10).
       01  WS-DUE-USED          PIC 9(3) VALUE 0.
       01  WS-DUE-IX            PIC 9(3).
       01  WS-DETAIL            PIC X(256).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-DET-F4            PIC X(20).
       01  WS-DET-F5            PIC X(20).
       01  WS-DET-F6            PIC X(20).
       01  WS-DET-F7            PIC X(20).

       01  WS-FUNDS-ACCOUNT     PIC X(10).
       01  WS-FUNDS-STATUS      PIC X(20).
       01  WS-AVAILABLE         PIC S9(9)V99.
       01  WS-BALANCE-NUM       PIC S9(9)V99.
       01  WS-OD-LIMIT          PIC S9(9)V99.
       01  WS-ACTIVE-HOLDS      PIC S9(9)V99.
       01  WS-LEGAL-HOLDS       PIC S9(11)V99.
       01  WS-AMOUNT-EDIT       PIC 9(9).99.
       01  WS-RATE-EDIT         PIC 9(3).9(4).
       01  WS-PENALTY           PIC S9(9)V99.
       01  WS-PENALTY-EDIT      PIC 9(9).99.
       01  WS-MISS-REASON       PIC X(40).
       01  WS-NEW-MISSED        PIC 9(3).
       01  WS-INSTALLMENTS-DONE PIC 9(3).

       01  WS-COLLECTED-COUNT   PIC 9(5) VALUE 0.
       01  WS-COLLECTED-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-COLLECTED-EDIT    PIC -(11)9.99.
       01  WS-MISSED-COUNT      PIC 9(5) VALUE 0.
       01  WS-BASERATE-COUNT    PIC 9(5) VALUE 0.
       01  WS-PENALTY-COUNT     PIC 9(5) VALUE 0.
       01  WS-COMPLETE-COUNT    PIC 9(5) VALUE 0.

       01  WS-HASH-TYPE         PIC X(12).
       01  WS-HASH-AMOUNT       PIC X(20).
       01  WS-PREV-HASH         PIC X(16).
       01  WS-ENTRY-HASH        PIC X(16).
       01  WS-ACCT-ID-STR       PIC X(20).
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-JOURNAL-TYPE      PIC X(12).
       01  WS-JOURNAL-AMOUNT    PIC X(20).
       01  WS-JOURNAL-SIGNED    PIC -(9)9.99.
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "recurring-deposit-collection".
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
           IF WS-ENV-CONNSTR NOT = SPACES
               MOVE WS-ENV-CONNSTR TO DB-CONN-STRING
           END-IF
           MOVE FUNCTION TRIM(DB-CONN-STRING) TO DB-CONNSTR.

           CALL STATIC "DB_CONNECT"
               USING DB-CONNSTR
               RETURNING DBH.

           IF DBH = NULL-PTR THEN
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "N"
               DISPLAY "ERROR: Database connection failed"
               MOVE 4 TO RETURN-CODE
               GOBACK
           ELSE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
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

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE

           PERFORM COLLECT-DUE-PLANS
           IF WS-DUE-USED = 0
               DISPLAY "No recurring-deposit installments fall due "
                       "today."
           ELSE
               PERFORM COLLECT-ONE-INSTALLMENT
                   VARYING WS-DUE-IX FROM 1 BY 1
                   UNTIL WS-DUE-IX > WS-DUE-USED
               MOVE WS-COLLECTED-TOTAL TO WS-COLLECTED-EDIT
               DISPLAY "Recurring deposits: " WS-COLLECTED-COUNT
                       " installment(s) collected ("
                       FUNCTION TRIM(WS-COLLECTED-EDIT) "), "
                       WS-MISSED-COUNT " missed, "
                       WS-COMPLETE-COUNT " plan(s) fully paid."
               IF WS-BASERATE-COUNT > 0 OR WS-PENALTY-COUNT > 0
                   DISPLAY "  Over the missed-installment limit: "
                           WS-BASERATE-COUNT " dropped to base rate, "
                           WS-PENALTY-COUNT " penalty(ies) charged."
               END-IF
           END-IF

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       COLLECT-DUE-PLANS.
           MOVE SPACES TO SQL-COMMAND
           *> account, funding;amount;installment no;of total,
           *> due date;miss limit;miss action;base rate;penalty fee;
           *> misses so far;status
           STRING "SELECT account_id, funding_account||';'||"
                  "installment_amount||';'||(installments_paid+"
                  "missed_count+1)||';'||installments_total, "
                  "next_due||';'||COALESCE(rd_max_missed,3)||';'||"
                  "COALESCE(rd_miss_action,'BASERATE')||';'||"
                  "COALESCE(rd_base_rate,0)||';'||"
                  "COALESCE(rd_penalty_fee,0)||';'||missed_count"
                  "||';'||r.status FROM recurring_deposits r "
                  "JOIN accounts a USING (account_id) "
                  "JOIN products USING (product_code) "
                  "WHERE r.status <> 'COMPLETE' AND r.status <> "
                  "'MATURED' AND next_due <= DATE '"
                  WS-SQL-DATE
                  "' ORDER BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM BUFFER-ONE-PLAN UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-PLAN.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0 OR WS-DUE-USED >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUE-USED
           MOVE FUNCTION TRIM(C1) TO WS-DUE-ACCOUNT(WS-DUE-USED)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3,
               WS-DET-F4
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4
           END-UNSTRING
           MOVE WS-DET-F1 TO WS-DUE-FUNDING(WS-DUE-USED)
           COMPUTE WS-DUE-AMOUNT(WS-DUE-USED) =
               FUNCTION NUMVAL(WS-DET-F2)
           COMPUTE WS-DUE-INST-NO(WS-DUE-USED) =
               FUNCTION NUMVAL(WS-DET-F3)
           COMPUTE WS-DUE-TOTAL(WS-DUE-USED) =
               FUNCTION NUMVAL(WS-DET-F4)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3,
               WS-DET-F4, WS-DET-F5, WS-DET-F6, WS-DET-F7
           MOVE FUNCTION TRIM(C3) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4,
                    WS-DET-F5, WS-DET-F6, WS-DET-F7
           END-UNSTRING
           MOVE WS-DET-F1(1:10) TO WS-DUE-DATE(WS-DUE-USED)
           COMPUTE WS-DUE-MAX-MISS(WS-DUE-USED) =
               FUNCTION NUMVAL(WS-DET-F2)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DET-F3))
               TO WS-DUE-ACTION(WS-DUE-USED)
           COMPUTE WS-DUE-BASE-RATE(WS-DUE-USED) =
               FUNCTION NUMVAL(WS-DET-F4)
           COMPUTE WS-DUE-PEN-FEE(WS-DUE-USED) =
               FUNCTION NUMVAL(WS-DET-F5)
           COMPUTE WS-DUE-MISSED(WS-DUE-USED) =
               FUNCTION NUMVAL(WS-DET-F6)
           MOVE FUNCTION TRIM(WS-DET-F7) TO WS-DUE-STATUS(WS-DUE-USED).

       COLLECT-ONE-INSTALLMENT.
           *> the installment moves from the funding account the way
           *> a standing order does, but only in full - a funding
           *> account that is not open or cannot cover it misses
           MOVE WS-DUE-FUNDING(WS-DUE-IX) TO WS-FUNDS-ACCOUNT
           MOVE SPACES TO WS-MISS-REASON
           MOVE WS-FUNDS-ACCOUNT TO WS-ACCT-ID-STR
           CALL STATIC "CHECK-ACCOUNT-STATUS"
               USING DBH, WS-ACCT-ID-STR, WS-FUNDS-STATUS
           IF WS-FUNDS-STATUS NOT = "OPEN"
               STRING "funding account "
                      FUNCTION TRIM(WS-FUNDS-STATUS)
                   DELIMITED BY SIZE INTO WS-MISS-REASON
           ELSE
               PERFORM CHECK-FUNDING-AVAILABLE
               IF WS-AVAILABLE < WS-DUE-AMOUNT(WS-DUE-IX)
                   MOVE "insufficient funds" TO WS-MISS-REASON
               END-IF
           END-IF
           IF WS-MISS-REASON NOT = SPACES
               PERFORM RECORD-MISSED-INSTALLMENT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DUE-AMOUNT(WS-DUE-IX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-FUNDS-ACCOUNT)
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
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance + "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           *> the two legs log as an ordinary transfer pair
           MOVE WS-FUNDS-ACCOUNT TO WS-ACCT-ID-STR
           MOVE "TRANSFER" TO WS-HASH-TYPE
           MOVE WS-AMOUNT-EDIT TO WS-HASH-AMOUNT
           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-DUE-AMOUNT(WS-DUE-IX)
           PERFORM WRITE-INSTALLMENT-LEG
           MOVE WS-DUE-ACCOUNT(WS-DUE-IX) TO WS-ACCT-ID-STR
           MOVE "TRANSFER_IN" TO WS-HASH-TYPE
           MOVE WS-DUE-AMOUNT(WS-DUE-IX) TO WS-JOURNAL-SIGNED
           PERFORM WRITE-INSTALLMENT-LEG

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE recurring_deposits SET installments_paid = "
                  "installments_paid + 1, last_paid_date = DATE '"
                  WS-SQL-DATE
                  "', next_due = (next_due + INTERVAL '1 month')::date"
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           ADD 1 TO WS-COLLECTED-COUNT
           ADD WS-DUE-AMOUNT(WS-DUE-IX) TO WS-COLLECTED-TOTAL
           DISPLAY "Collected installment " WS-DUE-INST-NO(WS-DUE-IX)
                   " of " WS-DUE-TOTAL(WS-DUE-IX) " ("
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ") from "
                   FUNCTION TRIM(WS-FUNDS-ACCOUNT) " to "
                   FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX)) "."
           PERFORM COMPLETE-PLAN-IF-DONE.

       WRITE-INSTALLMENT-LEG.
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  ", '"
                  FUNCTION TRIM(WS-HASH-TYPE)
                  "', "
                  FUNCTION TRIM(WS-HASH-AMOUNT)
                  ", 'recurring deposit installment "
                  WS-DUE-INST-NO(WS-DUE-IX)
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', 'RD-"
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
                  "-"
                  WS-DUE-INST-NO(WS-DUE-IX)
                  "')"
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
               MOVE SPACES TO WS-JOURNAL-AMOUNT
               MOVE FUNCTION TRIM(WS-JOURNAL-SIGNED)
                   TO WS-JOURNAL-AMOUNT
               CALL STATIC "WRITE-AFTERIMAGE"
                   USING WS-ACCT-ID-STR, WS-JOURNAL-TYPE,
                         WS-JOURNAL-AMOUNT
           END-IF.

       RECORD-MISSED-INSTALLMENT.
           *> a missed installment is not caught up later; the plan
           *> moves on to next month and the miss is kept for the
           *> branch follow-up report
           ADD 1 TO WS-MISSED-COUNT
           MOVE WS-DUE-AMOUNT(WS-DUE-IX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO rd_missed_installments (account_id, "
                  "installment_no, due_date, amount, funding_account,"
                  " reason, recorded_date) VALUES ("
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
                  ", "
                  WS-DUE-INST-NO(WS-DUE-IX)
                  ", DATE '"
                  WS-DUE-DATE(WS-DUE-IX)
                  "', "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  ", "
                  FUNCTION TRIM(WS-FUNDS-ACCOUNT)
                  ", '"
                  FUNCTION TRIM(WS-MISS-REASON)
                  "', DATE '"
                  WS-SQL-DATE
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE recurring_deposits SET missed_count = "
                  "missed_count + 1, last_missed_date = DATE '"
                  WS-SQL-DATE
                  "', next_due = (next_due + INTERVAL '1 month')::date"
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           DISPLAY "MISSED: installment " WS-DUE-INST-NO(WS-DUE-IX)
                   " of recurring deposit "
                   FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX)) " ("
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ") - "
                   FUNCTION TRIM(WS-MISS-REASON) "."

           *> past the product's miss limit the plan either drops to
           *> the base rate (once) or pays the penalty on every miss
           COMPUTE WS-NEW-MISSED = WS-DUE-MISSED(WS-DUE-IX) + 1
           IF WS-NEW-MISSED >= WS-DUE-MAX-MISS(WS-DUE-IX)
               IF WS-DUE-ACTION(WS-DUE-IX) = "PENALTY"
                   PERFORM CHARGE-MISSED-PENALTY
               ELSE
                   IF WS-DUE-STATUS(WS-DUE-IX) = "ACTIVE"
                       PERFORM DROP-TO-BASE-RATE
                   END-IF
               END-IF
           END-IF
           PERFORM COMPLETE-PLAN-IF-DONE.

       DROP-TO-BASE-RATE.
           *> a new pricing row from today at the product's base
           *> rate; the debit side carries over from current pricing
           MOVE WS-DUE-BASE-RATE(WS-DUE-IX) TO WS-RATE-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM pricing_schedule WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
                  " AND effective_date = CURRENT_DATE"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO pricing_schedule (account_id, "
                  "credit_rate, debit_rate, overdraft_fee, "
                  "effective_date) SELECT "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
                  ", "
                  FUNCTION TRIM(WS-RATE-EDIT)
                  ", COALESCE(MAX(debit_rate),0), "
                  "COALESCE(MAX(overdraft_fee),0), CURRENT_DATE "
                  "FROM pricing_schedule WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
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
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE recurring_deposits SET status = 'BASERATE'"
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           MOVE "BASERATE" TO WS-DUE-STATUS(WS-DUE-IX)
           ADD 1 TO WS-BASERATE-COUNT
           DISPLAY "Recurring deposit "
                   FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
                   " reached " WS-NEW-MISSED
                   " missed installment(s) - now earns the base rate "
                   FUNCTION TRIM(WS-RATE-EDIT) ".".

       CHARGE-MISSED-PENALTY.
           *> the penalty comes off the deposit itself, never taking
           *> it below nothing
           MOVE WS-DUE-PEN-FEE(WS-DUE-IX) TO WS-PENALTY
           MOVE 0 TO WS-BALANCE-NUM
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT balance FROM accounts WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-BALANCE-NUM =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF
           IF WS-PENALTY > WS-BALANCE-NUM
               MOVE WS-BALANCE-NUM TO WS-PENALTY
           END-IF
           IF WS-PENALTY NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PENALTY TO WS-PENALTY-EDIT

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-PENALTY-EDIT)
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
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
           MOVE WS-DUE-ACCOUNT(WS-DUE-IX) TO WS-ACCT-ID-STR
           MOVE "RD_PENALTY" TO WS-HASH-TYPE
           MOVE WS-PENALTY-EDIT TO WS-HASH-AMOUNT
           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-PENALTY
           PERFORM WRITE-INSTALLMENT-LEG

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE recurring_deposits SET status = "
                  "'PENALISED' WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           ADD 1 TO WS-PENALTY-COUNT
           DISPLAY "Recurring deposit "
                   FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
                   " charged missed-installment penalty "
                   FUNCTION TRIM(WS-PENALTY-EDIT) ".".

       COMPLETE-PLAN-IF-DONE.
           *> once every installment has been collected or missed the
           *> plan waits for its maturity date
           COMPUTE WS-INSTALLMENTS-DONE = WS-DUE-INST-NO(WS-DUE-IX)
           IF WS-INSTALLMENTS-DONE < WS-DUE-TOTAL(WS-DUE-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE recurring_deposits SET status = 'COMPLETE'"
                  ", next_due = NULL WHERE account_id = "
                  FUNCTION TRIM(WS-DUE-ACCOUNT(WS-DUE-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           ADD 1 TO WS-COMPLETE-COUNT.

       CHECK-FUNDING-AVAILABLE.
           *> same funds view the transfer path applies: ledger
           *> balance plus the arranged overdraft, less uncollected
           *> deposit holds and court orders
           MOVE 0 TO WS-BALANCE-NUM
           MOVE 0 TO WS-OD-LIMIT
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT balance || ';' || COALESCE(overdraft_limit,"
                  "0) FROM accounts WHERE account_id = "
                  FUNCTION TRIM(WS-FUNDS-ACCOUNT)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2
               END-UNSTRING
               COMPUTE WS-BALANCE-NUM = FUNCTION NUMVAL(WS-DET-F1)
               COMPUTE WS-OD-LIMIT = FUNCTION NUMVAL(WS-DET-F2)
           END-IF

           MOVE 0 TO WS-ACTIVE-HOLDS
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(SUM(amount),0) FROM deposit_holds "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-FUNDS-ACCOUNT)
                  "' AND status = 'ACTIVE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-ACTIVE-HOLDS =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF

           MOVE 0 TO WS-LEGAL-HOLDS
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(SUM(COALESCE(amount,"
                  "999999999)),0) FROM legal_orders "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-FUNDS-ACCOUNT)
                  " AND status = 'ACTIVE' "
                  "AND (expiry_date IS NULL "
                  "OR expiry_date >= CURRENT_DATE)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-LEGAL-HOLDS =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF

           COMPUTE WS-AVAILABLE =
               WS-BALANCE-NUM + WS-OD-LIMIT - WS-ACTIVE-HOLDS
               - WS-LEGAL-HOLDS.
