IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-charge-off.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "loan-charge-off".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       *> days past due on the oldest unpaid installment at which a
       *> loan is written off - credit policy sets it, the default
       *> is the usual 180
       01  WS-CHARGEOFF-DPD     PIC 9(5) VALUE 180.
       01  WS-ENV-DPD           PIC X(10).

       *> the night's write-off candidates, buffered before any
       *> posting runs
       01  WS-WO-TABLE.
           05  WS-WO-ENTRY      OCCURS 500 TIMES.
               10  WS-WO-LOAN       PIC X(20).
               10  WS-WO-ACCOUNT    PIC X(10).
               10  WS-WO-PRODUCT    PIC X(20).
               10  WS-WO-PRINCIPAL  PIC S9(9)V99.
               10  WS-WO-DPD        PIC 9(5).
       01  WS-WO-USED           PIC 9(3) VALUE 0.
       01  WS-WO-IX             PIC 9(3).
       01  WS-DETAIL            PIC X(80).
       01  WS-DET-ACCT          PIC X(15).
       01  WS-DET-PRIN          PIC X(20).
       01  WS-DET-PRODUCT       PIC X(20).

       01  WS-PRIN-EDIT         PIC 9(9).99.
       01  WS-TOTAL-EDIT        PIC -(11)9.99.
       01  WS-WO-COUNT          PIC 9(5) VALUE 0.
       01  WS-WO-TOTAL          PIC S9(11)V99 VALUE 0.

       01  WS-HASH-TYPE         PIC X(12).
       01  WS-HASH-AMOUNT       PIC X(20).
       01  WS-PREV-HASH         PIC X(16).
       01  WS-ENTRY-HASH        PIC X(16).
       01  WS-ACCT-ID-STR       PIC X(20).
       01  WS-ALERT-DETAIL      PIC X(60).
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "loan-charge-off".
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
           MOVE SPACES TO WS-ENV-DPD
           ACCEPT WS-ENV-DPD FROM ENVIRONMENT "LOAN_CHARGEOFF_DPD"
           IF WS-ENV-DPD NOT = SPACES
               COMPUTE WS-CHARGEOFF-DPD = FUNCTION NUMVAL(WS-ENV-DPD)
           END-IF

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

           PERFORM COLLECT-CHARGEOFF-CANDIDATES
           DISPLAY "--- LOAN CHARGE-OFF FOR " WS-BUSINESS-DATE
                   " (" WS-CHARGEOFF-DPD "+ DAYS PAST DUE) ---"
           IF WS-WO-USED = 0
               DISPLAY "No loans past the charge-off point."
           ELSE
               PERFORM CHARGE-OFF-ONE-LOAN
                   VARYING WS-WO-IX FROM 1 BY 1
                   UNTIL WS-WO-IX > WS-WO-USED
               MOVE WS-WO-TOTAL TO WS-TOTAL-EDIT
               DISPLAY WS-WO-COUNT " loan(s) charged off, principal "
                       FUNCTION TRIM(WS-TOTAL-EDIT) " written off."
           END-IF

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       COLLECT-CHARGEOFF-CANDIDATES.
           *> the oldest installment still DUE sets a loan's days
           *> past due - the same measure loan-arrears-report ages on
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-SQL-DATE
           STRING WS-BUSINESS-DATE(1:4) "-"
                  WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT l.loan_id, l.account_id || ';' || "
                  "l.principal_balance || ';' || l.product_code, "
                  "DATE '"
                  WS-SQL-DATE
                  "' - MIN(s.due_date) "
                  "FROM loans l JOIN loan_schedule s "
                  "ON s.loan_id = l.loan_id "
                  "WHERE l.status = 'ACTIVE' AND s.status = 'DUE' "
                  "GROUP BY l.loan_id, l.account_id, "
                  "l.principal_balance, l.product_code "
                  "HAVING DATE '"
                  WS-SQL-DATE
                  "' - MIN(s.due_date) >= "
                  WS-CHARGEOFF-DPD
                  " ORDER BY l.loan_id"
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
               PERFORM BUFFER-ONE-CANDIDATE UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-CANDIDATE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-WO-USED < 500
               ADD 1 TO WS-WO-USED
               MOVE FUNCTION TRIM(C1) TO WS-WO-LOAN(WS-WO-USED)
               MOVE SPACES TO WS-DETAIL, WS-DET-ACCT, WS-DET-PRIN,
                   WS-DET-PRODUCT
               MOVE FUNCTION TRIM(C2) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-ACCT, WS-DET-PRIN, WS-DET-PRODUCT
               END-UNSTRING
               MOVE WS-DET-ACCT TO WS-WO-ACCOUNT(WS-WO-USED)
               MOVE WS-DET-PRODUCT TO WS-WO-PRODUCT(WS-WO-USED)
               COMPUTE WS-WO-PRINCIPAL(WS-WO-USED) =
                   FUNCTION NUMVAL(WS-DET-PRIN)
               COMPUTE WS-WO-DPD(WS-WO-USED) = FUNCTION NUMVAL(C3)
           END-IF.

       CHARGE-OFF-ONE-LOAN.
           *> the outstanding principal comes off the loan book
           *> through LOAN_WO; the customer's deposit account does not
           *> move, so the ledger row is a memo position like REVAL
           MOVE WS-WO-PRINCIPAL(WS-WO-IX) TO WS-PRIN-EDIT
           IF WS-WO-PRINCIPAL(WS-WO-IX) > 0
               MOVE WS-WO-ACCOUNT(WS-WO-IX) TO WS-ACCT-ID-STR
               MOVE "LOAN_WO" TO WS-HASH-TYPE
               MOVE WS-PRIN-EDIT TO WS-HASH-AMOUNT
               CALL STATIC "CHAIN-TX-HASH"
                   USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                         WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
               MOVE SPACES TO SQL-COMMAND
               STRING "INSERT INTO tx_log (account_id, tx_type, "
                      "amount, memo, prev_hash, entry_hash, "
                      "balance_after, operator_id, tx_ref) VALUES ("
                      FUNCTION TRIM(WS-WO-ACCOUNT(WS-WO-IX))
                      ", 'LOAN_WO', "
                      FUNCTION TRIM(WS-PRIN-EDIT)
                      ", 'loan charge-off "
                      FUNCTION TRIM(WS-WO-LOAN(WS-WO-IX))
                      "', '"
                      FUNCTION TRIM(WS-PREV-HASH)
                      "', '"
                      FUNCTION TRIM(WS-ENTRY-HASH)
                      "', (SELECT balance FROM accounts "
                      "WHERE account_id = "
                      FUNCTION TRIM(WS-WO-ACCOUNT(WS-WO-IX))
                      "), '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "', '"
                      FUNCTION TRIM(WS-WO-LOAN(WS-WO-IX))
                      "-WO')"
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
           END-IF

           *> CHARGED_OFF takes the loan out of repayment collection,
           *> arrears aging, penalty pricing and payoff quoting - from
           *> here on nothing accrues; the written-off figure is kept
           *> so later recoveries can be measured against it
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE loans SET status = 'CHARGED_OFF', "
                  "chargeoff_date = DATE '"
                  WS-SQL-DATE
                  "', chargeoff_amount = principal_balance, "
                  "recovered_amount = 0, principal_balance = 0 "
                  "WHERE loan_id = '"
                  FUNCTION TRIM(WS-WO-LOAN(WS-WO-IX))
                  "'"
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
           STRING "UPDATE loan_schedule SET status = 'WRITTEN_OFF' "
                  "WHERE loan_id = '"
                  FUNCTION TRIM(WS-WO-LOAN(WS-WO-IX))
                  "' AND status = 'DUE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           *> an outstanding payoff quote can no longer be honored
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE loan_payoff_quotes SET status = "
                  "'SUPERSEDED' WHERE loan_id = '"
                  FUNCTION TRIM(WS-WO-LOAN(WS-WO-IX))
                  "' AND status = 'OPEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           MOVE WS-WO-ACCOUNT(WS-WO-IX) TO WS-ACCT-ID-STR
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "loan "
                  FUNCTION TRIM(WS-WO-LOAN(WS-WO-IX))
                  " charged off at "
                  WS-WO-DPD(WS-WO-IX)
                  " days past due"
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           CALL STATIC "QUEUE-ALERT-TRIGGER"
               USING DBH, WS-ACCT-ID-STR, "LOANCHGOFF  ",
                     WS-ALERT-DETAIL

           ADD 1 TO WS-WO-COUNT
           ADD WS-WO-PRINCIPAL(WS-WO-IX) TO WS-WO-TOTAL
           DISPLAY "Charged off loan "
                   FUNCTION TRIM(WS-WO-LOAN(WS-WO-IX))
                   " (" FUNCTION TRIM(WS-WO-PRODUCT(WS-WO-IX))
                   ") account "
                   FUNCTION TRIM(WS-WO-ACCOUNT(WS-WO-IX))
                   " at " WS-WO-DPD(WS-WO-IX) " DPD, principal "
                   FUNCTION TRIM(WS-PRIN-EDIT) ".".
