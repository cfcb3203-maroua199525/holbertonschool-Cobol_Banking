IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-repricing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "loan-repricing".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-REGISTER-FILENAME PIC X(80).

       *> the base rate in force at the business date and the day
       *> it took effect - installments falling due from that day on
       *> are rebuilt at the new rate
       01  WS-BASE-DETAIL       PIC X(80).
       01  WS-BASE-F1           PIC X(20).
       01  WS-BASE-F2           PIC X(20).
       01  WS-BASE-RATE         PIC 9(3)V9(4).
       01  WS-BASE-EDIT         PIC 9(3).9(4).
       01  WS-EFFECTIVE-DATE    PIC X(10).

       *> variable loans whose rate no longer equals base + margin
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY    OCCURS 500 TIMES.
               10  WS-LN-LOAN       PIC X(20).
               10  WS-LN-ACCOUNT    PIC X(10).
               10  WS-LN-CUSTOMER   PIC X(30).
               10  WS-LN-OLD-RATE   PIC 9(3)V99.
               10  WS-LN-MARGIN     PIC 9(3)V99.
       01  WS-LOAN-USED         PIC 9(3) VALUE 0.
       01  WS-LOAN-IX           PIC 9(3).
       01  WS-DETAIL            PIC X(80).
       01  WS-DET-ACCT          PIC X(15).
       01  WS-DET-RATE          PIC X(20).
       01  WS-DET-MARGIN        PIC X(20).

       *> the loan's unpaid installments from the effective date
       01  WS-INST-TABLE.
           05  WS-INST-ENTRY    OCCURS 480 TIMES.
               10  WS-IN-NUMBER     PIC 9(3).
               10  WS-IN-PRINCIPAL  PIC S9(9)V99.
               10  WS-IN-INTEREST   PIC S9(9)V99.
       01  WS-INST-USED         PIC 9(3) VALUE 0.
       01  WS-INST-IX           PIC 9(3).

       01  WS-NEW-RATE          PIC 9(3)V99.
       01  WS-OLD-RATE-EDIT     PIC 9(3).99.
       01  WS-NEW-RATE-EDIT     PIC 9(3).99.
       01  WS-MARGIN-EDIT       PIC 9(3).99.
       01  WS-OLD-PAYMENT       PIC 9(9)V99.
       01  WS-LOAN-PERIOD-RATE  PIC 9V9(9).
       01  WS-LOAN-FACTOR       PIC 9(4)V9(9).
       01  WS-LOAN-PAYMENT      PIC 9(9)V99.
       01  WS-LOAN-REMAIN       PIC S9(9)V99.
       01  WS-LOAN-INT-DUE      PIC 9(9)V99.
       01  WS-LOAN-PRIN-DUE     PIC S9(9)V99.
       01  WS-LOAN-INT-EDIT     PIC 9(7).99.
       01  WS-LOAN-PRIN-EDIT    PIC 9(7).99.
       01  WS-OLD-PAY-EDIT      PIC 9(7).99.
       01  WS-NEW-PAY-EDIT      PIC 9(7).99.
       01  WS-REPRICED-COUNT    PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(5) VALUE 0.
       01  WS-LOAN-FAILED       PIC X.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "loan-repricing".
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

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT base_rate || ';' || effective_date "
                  "FROM base_rates WHERE rate_code = 'BASE' "
                  "AND effective_date <= DATE '"
                  WS-SQL-DATE
                  "' ORDER BY effective_date DESC LIMIT 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               DISPLAY "No base rate on file - nothing to reprice."
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF
           MOVE SPACES TO WS-BASE-DETAIL, WS-BASE-F1, WS-BASE-F2
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-BASE-DETAIL
           UNSTRING WS-BASE-DETAIL DELIMITED BY ";"
               INTO WS-BASE-F1, WS-BASE-F2
           END-UNSTRING
           COMPUTE WS-BASE-RATE = FUNCTION NUMVAL(WS-BASE-F1)
           MOVE WS-BASE-RATE TO WS-BASE-EDIT
           MOVE WS-BASE-F2(1:10) TO WS-EFFECTIVE-DATE

           PERFORM COLLECT-VARIABLE-LOANS
           PERFORM OPEN-REPRICING-REGISTER
           PERFORM REPRICE-ONE-LOAN
               VARYING WS-LOAN-IX FROM 1 BY 1
               UNTIL WS-LOAN-IX > WS-LOAN-USED
           PERFORM CLOSE-REPRICING-REGISTER

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       COLLECT-VARIABLE-LOANS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT l.loan_id, l.account_id || ';' || "
                  "l.annual_rate || ';' || l.margin_rate, "
                  "COALESCE(c.name, '') FROM loans l "
                  "JOIN accounts a ON a.account_id = l.account_id "
                  "LEFT JOIN customers c "
                  "ON c.customer_id = a.customer_id "
                  "WHERE l.status = 'ACTIVE' "
                  "AND l.rate_type = 'VARIABLE' "
                  "AND l.annual_rate <> ROUND("
                  FUNCTION TRIM(WS-BASE-EDIT)
                  " + l.margin_rate, 2) ORDER BY l.loan_id"
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
               PERFORM BUFFER-ONE-LOAN UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-LOAN.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-LOAN-USED < 500
               ADD 1 TO WS-LOAN-USED
               MOVE FUNCTION TRIM(C1) TO WS-LN-LOAN(WS-LOAN-USED)
               MOVE SPACES TO WS-DETAIL, WS-DET-ACCT, WS-DET-RATE,
                   WS-DET-MARGIN
               MOVE FUNCTION TRIM(C2) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-ACCT, WS-DET-RATE, WS-DET-MARGIN
               END-UNSTRING
               MOVE WS-DET-ACCT TO WS-LN-ACCOUNT(WS-LOAN-USED)
               COMPUTE WS-LN-OLD-RATE(WS-LOAN-USED) =
                   FUNCTION NUMVAL(WS-DET-RATE)
               COMPUTE WS-LN-MARGIN(WS-LOAN-USED) =
                   FUNCTION NUMVAL(WS-DET-MARGIN)
               MOVE FUNCTION TRIM(C3) TO WS-LN-CUSTOMER(WS-LOAN-USED)
           END-IF.

       REPRICE-ONE-LOAN.
           MOVE 'N' TO WS-LOAN-FAILED
           COMPUTE WS-NEW-RATE ROUNDED =
               WS-BASE-RATE + WS-LN-MARGIN(WS-LOAN-IX)
           PERFORM COLLECT-UNPAID-INSTALLMENTS

           *> the first unpaid installment is the figure the customer
           *> has been paying - the register shows it against the new
           MOVE 0 TO WS-OLD-PAYMENT, WS-LOAN-PAYMENT, WS-LOAN-REMAIN
           IF WS-INST-USED > 0
               COMPUTE WS-OLD-PAYMENT =
                   WS-IN-PRINCIPAL(1) + WS-IN-INTEREST(1)
               PERFORM ADD-UNPAID-PRINCIPAL
                   VARYING WS-INST-IX FROM 1 BY 1
                   UNTIL WS-INST-IX > WS-INST-USED
               PERFORM REBUILD-INSTALLMENTS
           END-IF
           IF WS-LOAN-FAILED = 'Y'
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-RATE TO WS-NEW-RATE-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE loans SET annual_rate = "
                  FUNCTION TRIM(WS-NEW-RATE-EDIT)
                  " WHERE loan_id = '"
                  FUNCTION TRIM(WS-LN-LOAN(WS-LOAN-IX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM RECORD-RATE-CHANGE
           PERFORM WRITE-REGISTER-LINE
           ADD 1 TO WS-REPRICED-COUNT.

       COLLECT-UNPAID-INSTALLMENTS.
           MOVE 0 TO WS-INST-USED
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT installment_no, principal_due, "
                  "interest_due FROM loan_schedule WHERE loan_id = '"
                  FUNCTION TRIM(WS-LN-LOAN(WS-LOAN-IX))
                  "' AND status = 'DUE' AND due_date >= DATE '"
                  WS-EFFECTIVE-DATE
                  "' ORDER BY installment_no"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-LOAN-FAILED
           ELSE
               PERFORM BUFFER-ONE-INSTALLMENT UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-INSTALLMENT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-INST-USED < 480
               ADD 1 TO WS-INST-USED
               COMPUTE WS-IN-NUMBER(WS-INST-USED) = FUNCTION NUMVAL(C1)
               COMPUTE WS-IN-PRINCIPAL(WS-INST-USED) =
                   FUNCTION NUMVAL(C2)
               COMPUTE WS-IN-INTEREST(WS-INST-USED) =
                   FUNCTION NUMVAL(C3)
           END-IF.

       ADD-UNPAID-PRINCIPAL.
           ADD WS-IN-PRINCIPAL(WS-INST-IX) TO WS-LOAN-REMAIN.

       REBUILD-INSTALLMENTS.
           *> the same level-payment amortization process-transactions
           *> lays down at disbursement, run over the principal still
           *> to be repaid and the installments left to repay it in
           COMPUTE WS-LOAN-PERIOD-RATE = WS-NEW-RATE / 1200
           IF WS-LOAN-PERIOD-RATE = 0
               COMPUTE WS-LOAN-PAYMENT ROUNDED =
                   WS-LOAN-REMAIN / WS-INST-USED
           ELSE
               MOVE 1 TO WS-LOAN-FACTOR
               PERFORM COMPOUND-LOAN-FACTOR WS-INST-USED TIMES
               COMPUTE WS-LOAN-PAYMENT ROUNDED =
                   WS-LOAN-REMAIN * WS-LOAN-PERIOD-RATE
                   * WS-LOAN-FACTOR / (WS-LOAN-FACTOR - 1)
           END-IF
           PERFORM REWRITE-ONE-INSTALLMENT
               VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > WS-INST-USED.

       COMPOUND-LOAN-FACTOR.
           COMPUTE WS-LOAN-FACTOR ROUNDED =
               WS-LOAN-FACTOR * (1 + WS-LOAN-PERIOD-RATE).

       REWRITE-ONE-INSTALLMENT.
           COMPUTE WS-LOAN-INT-DUE ROUNDED =
               WS-LOAN-REMAIN * WS-LOAN-PERIOD-RATE
           IF WS-INST-IX = WS-INST-USED
               *> the last installment clears the rounding drift
               MOVE WS-LOAN-REMAIN TO WS-LOAN-PRIN-DUE
           ELSE
               COMPUTE WS-LOAN-PRIN-DUE =
                   WS-LOAN-PAYMENT - WS-LOAN-INT-DUE
           END-IF
           SUBTRACT WS-LOAN-PRIN-DUE FROM WS-LOAN-REMAIN
           MOVE WS-LOAN-PRIN-DUE TO WS-LOAN-PRIN-EDIT
           MOVE WS-LOAN-INT-DUE TO WS-LOAN-INT-EDIT

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE loan_schedule SET principal_due = "
                  FUNCTION TRIM(WS-LOAN-PRIN-EDIT)
                  ", interest_due = "
                  FUNCTION TRIM(WS-LOAN-INT-EDIT)
                  " WHERE loan_id = '"
                  FUNCTION TRIM(WS-LN-LOAN(WS-LOAN-IX))
                  "' AND installment_no = "
                  WS-IN-NUMBER(WS-INST-IX)
                  " AND status = 'DUE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-LOAN-FAILED
           END-IF.

       RECORD-RATE-CHANGE.
           MOVE WS-LN-OLD-RATE(WS-LOAN-IX) TO WS-OLD-RATE-EDIT
           MOVE WS-LN-MARGIN(WS-LOAN-IX) TO WS-MARGIN-EDIT
           MOVE WS-OLD-PAYMENT TO WS-OLD-PAY-EDIT
           MOVE WS-LOAN-PAYMENT TO WS-NEW-PAY-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO loan_rate_changes (loan_id, "
                  "effective_date, base_rate, margin_rate, old_rate, "
                  "new_rate, old_installment, new_installment, "
                  "installments, repriced_by) VALUES ('"
                  FUNCTION TRIM(WS-LN-LOAN(WS-LOAN-IX))
                  "', DATE '"
                  WS-EFFECTIVE-DATE
                  "', "
                  FUNCTION TRIM(WS-BASE-EDIT)
                  ", "
                  FUNCTION TRIM(WS-MARGIN-EDIT)
                  ", "
                  FUNCTION TRIM(WS-OLD-RATE-EDIT)
                  ", "
                  FUNCTION TRIM(WS-NEW-RATE-EDIT)
                  ", "
                  FUNCTION TRIM(WS-OLD-PAY-EDIT)
                  ", "
                  FUNCTION TRIM(WS-NEW-PAY-EDIT)
                  ", "
                  WS-INST-USED
                  ", '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       OPEN-REPRICING-REGISTER.
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "build/loan_repricing_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-LINE
           STRING "VARIABLE-RATE LOAN REPRICING REGISTER - "
                  WS-SQL-DATE
                  "   BASE RATE " WS-BASE-EDIT
                  "% EFFECTIVE " WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE ALL "=" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "LOAN                 ACCOUNT    "
                  "CUSTOMER                       "
                  "MARGIN  OLD%    NEW%    "
                  "OLD-INSTAL  NEW-INSTAL  LEFT"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING WS-LN-LOAN(WS-LOAN-IX) " "
                  WS-LN-ACCOUNT(WS-LOAN-IX) " "
                  WS-LN-CUSTOMER(WS-LOAN-IX) " "
                  WS-MARGIN-EDIT " "
                  WS-OLD-RATE-EDIT " "
                  WS-NEW-RATE-EDIT " "
                  WS-OLD-PAY-EDIT " "
                  WS-NEW-PAY-EDIT " "
                  WS-INST-USED
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       CLOSE-REPRICING-REGISTER.
           MOVE ALL "-" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           IF WS-LOAN-USED = 0
               MOVE "Every variable loan is already on the current base rate."
                   TO REGISTER-LINE
           ELSE
               STRING WS-REPRICED-COUNT " loan(s) repriced, "
                      WS-FAILED-COUNT " failed - notify each "
                      "customer of the new installment."
                   DELIMITED BY SIZE INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE
           CLOSE REGISTER-FILE
           DISPLAY "Loan repricing: base " FUNCTION TRIM(WS-BASE-EDIT)
                   "% from " WS-EFFECTIVE-DATE ", "
                   WS-REPRICED-COUNT " loan(s) repriced, "
                   WS-FAILED-COUNT " failed - register in "
                   FUNCTION TRIM(WS-REGISTER-FILENAME) ".".
