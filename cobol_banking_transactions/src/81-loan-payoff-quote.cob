IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-payoff-quote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO WS-QUOTE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
       01  QUOTE-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "loan-payoff-quote".

       01  WS-COMMAND-LINE      PIC X(80).
       01  WS-LOAN-ID           PIC X(20).
       01  WS-ASOF-DATE         PIC X(10).
       01  WS-ASOF-YMD          PIC X(8).
       01  WS-GOOD-UNTIL        PIC X(10).
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-CURRENT-TIMESTAMP PIC X(21).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.

       *> the penalty prices exactly as loan-arrears-report prices
       *> it: annual rate on each overdue installment for the days
       *> it has sat unpaid
       01  WS-PENALTY-RATE      PIC 9(3)V99 VALUE 6.00.
       01  WS-ENV-PENALTY       PIC X(10).
       *> calendar days the quoted figure is honored for
       01  WS-VALID-DAYS        PIC 9(3) VALUE 10.
       01  WS-ENV-VALID-DAYS    PIC X(10).

       01  WS-DETAIL            PIC X(120).
       01  WS-DET-ACCOUNT       PIC X(15).
       01  WS-DET-BALANCE       PIC X(20).
       01  WS-DET-RATE          PIC X(20).
       01  WS-DET-STATUS        PIC X(20).
       01  WS-DET-PRODUCT       PIC X(20).
       01  WS-DET-AGE           PIC X(10).
       01  WS-DET-INT           PIC X(20).
       01  WS-LOAN-ACCOUNT      PIC X(10).
       01  WS-LOAN-STATUS       PIC X(20).
       01  WS-LOAN-PRODUCT      PIC X(20).
       01  WS-LOAN-RATE         PIC 9(3)V99.
       01  WS-CUSTOMER-NAME     PIC X(50).
       01  WS-LAST-INST-DATE    PIC X(10).
       01  WS-ACCRUAL-DAYS      PIC 9(5).
       01  WS-FEE-PCT           PIC 9(3)V99.

       01  WS-OVERDUE-AGE       PIC 9(5).
       01  WS-OVERDUE-AMOUNT    PIC S9(9)V99.
       01  WS-ONE-PENALTY       PIC S9(9)V99.
       01  WS-OVERDUE-COUNT     PIC 9(3) VALUE 0.

       01  WS-PRINCIPAL         PIC S9(9)V99 VALUE 0.
       01  WS-ACCRUED-INT       PIC S9(9)V99 VALUE 0.
       01  WS-OVERDUE-INT       PIC S9(9)V99 VALUE 0.
       01  WS-QUOTE-INT         PIC S9(9)V99 VALUE 0.
       01  WS-PENALTY           PIC S9(9)V99 VALUE 0.
       01  WS-SETTLE-FEE        PIC S9(9)V99 VALUE 0.
       01  WS-PAYOFF-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-PER-DIEM          PIC S9(9)V99 VALUE 0.
       01  WS-PRIN-EDIT         PIC -(9)9.99.
       01  WS-INT-EDIT          PIC -(9)9.99.
       01  WS-PEN-EDIT          PIC -(9)9.99.
       01  WS-FEE-EDIT          PIC -(9)9.99.
       01  WS-TOTAL-EDIT        PIC -(9)9.99.
       01  WS-FORMATTED-AMOUNT  PIC X(20).
       01  WS-QUOTE-FILE-NAME   PIC X(80).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "loan-payoff-quote".
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
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-LOAN-ID, WS-ASOF-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-LOAN-ID, WS-ASOF-DATE
           END-UNSTRING
           IF WS-LOAN-ID = SPACES
               DISPLAY "Usage: loan-payoff-quote <loan-id> "
                       "[YYYY-MM-DD]"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           *> no date asked for - price the loan as of today's
           *> business date
           IF WS-ASOF-DATE = SPACES
               CALL STATIC "BUSINESS-DATE"
                   USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
               STRING WS-BUSINESS-DATE(1:4) "-"
                      WS-BUSINESS-DATE(5:2) "-"
                      WS-BUSINESS-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE(5:1) NOT = "-" OR WS-ASOF-DATE(8:1) NOT = "-"
               DISPLAY "Quote date must be YYYY-MM-DD: "
                       FUNCTION TRIM(WS-ASOF-DATE)
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           STRING WS-ASOF-DATE(1:4) WS-ASOF-DATE(6:2)
                  WS-ASOF-DATE(9:2)
               DELIMITED BY SIZE INTO WS-ASOF-YMD

           MOVE SPACES TO WS-ENV-PENALTY
           ACCEPT WS-ENV-PENALTY FROM ENVIRONMENT "LOAN_PENALTY_RATE"
           IF WS-ENV-PENALTY NOT = SPACES
               COMPUTE WS-PENALTY-RATE =
                   FUNCTION NUMVAL(WS-ENV-PENALTY)
           END-IF
           MOVE SPACES TO WS-ENV-VALID-DAYS
           ACCEPT WS-ENV-VALID-DAYS FROM ENVIRONMENT "LOAN_PAYOFF_DAYS"
           IF WS-ENV-VALID-DAYS NOT = SPACES
               COMPUTE WS-VALID-DAYS =
                   FUNCTION NUMVAL(WS-ENV-VALID-DAYS)
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

           PERFORM FETCH-LOAN-MASTER
           IF RETURN-CODE NOT = 0
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF
           PERFORM FETCH-CUSTOMER-NAME
           PERFORM PRICE-ACCRUED-INTEREST
           PERFORM PRICE-ARREARS
           PERFORM PRICE-SETTLEMENT-FEE
           PERFORM FIX-GOOD-UNTIL-DATE

           COMPUTE WS-QUOTE-INT = WS-OVERDUE-INT + WS-ACCRUED-INT
           COMPUTE WS-PAYOFF-TOTAL = WS-PRINCIPAL + WS-QUOTE-INT
               + WS-PENALTY + WS-SETTLE-FEE
           COMPUTE WS-PER-DIEM ROUNDED =
               WS-PRINCIPAL * WS-LOAN-RATE / 36500

           PERFORM RECORD-QUOTE
           PERFORM WRITE-QUOTE-LETTER

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       FETCH-LOAN-MASTER.
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT account_id || ';' || principal_balance "
                  "|| ';' || annual_rate || ';' || status || ';' || "
                  "product_code FROM loans WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               DISPLAY "Loan " FUNCTION TRIM(WS-LOAN-ID)
                       " not on file - no quote issued."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL, WS-DET-ACCOUNT, WS-DET-BALANCE,
               WS-DET-RATE, WS-DET-STATUS, WS-DET-PRODUCT
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-ACCOUNT, WS-DET-BALANCE, WS-DET-RATE,
                    WS-DET-STATUS, WS-DET-PRODUCT
           END-UNSTRING
           MOVE WS-DET-ACCOUNT TO WS-LOAN-ACCOUNT
           MOVE WS-DET-STATUS TO WS-LOAN-STATUS
           MOVE WS-DET-PRODUCT TO WS-LOAN-PRODUCT
           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(WS-DET-BALANCE)
           COMPUTE WS-LOAN-RATE = FUNCTION NUMVAL(WS-DET-RATE)
           *> only a running loan has a payoff figure - a settled or
           *> written-off loan is quoted from its own history
           IF WS-LOAN-STATUS NOT = "ACTIVE"
               DISPLAY "Loan " FUNCTION TRIM(WS-LOAN-ID) " is "
                       FUNCTION TRIM(WS-LOAN-STATUS)
                       " - no payoff quote issued."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE.

       FETCH-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT c.name FROM accounts a JOIN customers c "
                  "ON a.customer_id = c.customer_id "
                  "WHERE a.account_id = '"
                  FUNCTION TRIM(WS-LOAN-ACCOUNT)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               MOVE SINGLE-RESULT-BUFFER(1:50) TO WS-CUSTOMER-NAME
           END-IF.

       PRICE-ACCRUED-INTEREST.
           *> interest runs on the outstanding principal from the
           *> last installment date at or before the quote date - the
           *> start date if none has fallen due yet
           MOVE 0 TO WS-ACCRUAL-DAYS
           MOVE SPACES TO WS-LAST-INST-DATE
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT d || ';' || (DATE '"
                  WS-ASOF-DATE
                  "' - d) FROM (SELECT COALESCE((SELECT MAX(due_date) "
                  "FROM loan_schedule WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "' AND due_date <= DATE '"
                  WS-ASOF-DATE
                  "'), start_date) AS d FROM loans WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "') t"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL, WS-DET-AGE
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-LAST-INST-DATE, WS-DET-AGE
           END-UNSTRING
           IF FUNCTION NUMVAL(WS-DET-AGE) > 0
               COMPUTE WS-ACCRUAL-DAYS = FUNCTION NUMVAL(WS-DET-AGE)
           END-IF
           COMPUTE WS-ACCRUED-INT ROUNDED =
               WS-PRINCIPAL * WS-LOAN-RATE * WS-ACCRUAL-DAYS / 36500.

       PRICE-ARREARS.
           *> installments already past due still owe their scheduled
           *> interest, and carry the arrears penalty on top
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT installment_no, (DATE '"
                  WS-ASOF-DATE
                  "' - due_date) || ';' || interest_due, "
                  "principal_due + interest_due "
                  "FROM loan_schedule WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "' AND status = 'DUE' AND due_date < DATE '"
                  WS-ASOF-DATE
                  "' ORDER BY installment_no"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM PRICE-ONE-OVERDUE UNTIL RC NOT = 0
           END-IF.

       PRICE-ONE-OVERDUE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE SPACES TO WS-DETAIL, WS-DET-AGE, WS-DET-INT
               MOVE FUNCTION TRIM(C2) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-AGE, WS-DET-INT
               END-UNSTRING
               COMPUTE WS-OVERDUE-AGE = FUNCTION NUMVAL(WS-DET-AGE)
               COMPUTE WS-OVERDUE-AMOUNT = FUNCTION NUMVAL(C3)
               COMPUTE WS-ONE-PENALTY ROUNDED =
                   WS-OVERDUE-AMOUNT * WS-PENALTY-RATE
                   * WS-OVERDUE-AGE / 36500
               ADD WS-ONE-PENALTY TO WS-PENALTY
               ADD FUNCTION NUMVAL(WS-DET-INT) TO WS-OVERDUE-INT
           END-IF.

       PRICE-SETTLEMENT-FEE.
           *> the product's early-settlement charge is a percentage of
           *> the principal cleared, and applies only while the loan
           *> still has installments to run
           MOVE 0 TO WS-FEE-PCT
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(early_settle_pct,0) FROM products "
                  "WHERE product_code = '"
                  FUNCTION TRIM(WS-LOAN-PRODUCT)
                  "' AND EXISTS (SELECT 1 FROM loan_schedule "
                  "WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "' AND status = 'DUE' AND due_date > DATE '"
                  WS-ASOF-DATE
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-FEE-PCT =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF
           COMPUTE WS-SETTLE-FEE ROUNDED =
               WS-PRINCIPAL * WS-FEE-PCT / 100.

       FIX-GOOD-UNTIL-DATE.
           MOVE WS-ASOF-DATE TO WS-GOOD-UNTIL
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT DATE '"
                  WS-ASOF-DATE
                  "' + "
                  WS-VALID-DAYS
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE SINGLE-RESULT-BUFFER(1:10) TO WS-GOOD-UNTIL
           END-IF.

       RECORD-QUOTE.
           *> one live quote per loan - LOANPAYOFF settles against the
           *> latest, so anything issued before it stops being good
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE loan_payoff_quotes SET status = "
                  "'SUPERSEDED' WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "' AND status = 'OPEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           MOVE WS-PRINCIPAL TO WS-PRIN-EDIT
           MOVE WS-QUOTE-INT TO WS-INT-EDIT
           MOVE WS-PENALTY TO WS-PEN-EDIT
           MOVE WS-SETTLE-FEE TO WS-FEE-EDIT
           MOVE WS-PAYOFF-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO loan_payoff_quotes (loan_id, "
                  "quote_date, good_until, principal, interest, "
                  "penalty, fee, total, status, issued_by) VALUES ('"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "', DATE '"
                  WS-ASOF-DATE
                  "', DATE '"
                  WS-GOOD-UNTIL
                  "', "
                  FUNCTION TRIM(WS-PRIN-EDIT)
                  ", "
                  FUNCTION TRIM(WS-INT-EDIT)
                  ", "
                  FUNCTION TRIM(WS-PEN-EDIT)
                  ", "
                  FUNCTION TRIM(WS-FEE-EDIT)
                  ", "
                  FUNCTION TRIM(WS-TOTAL-EDIT)
                  ", 'OPEN', '"
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

       WRITE-QUOTE-LETTER.
           MOVE SPACES TO WS-QUOTE-FILE-NAME
           STRING "build/loan_payoff_quote_"
                  FUNCTION TRIM(WS-LOAN-ID) "_" WS-ASOF-YMD ".txt"
               DELIMITED BY SIZE INTO WS-QUOTE-FILE-NAME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT QUOTE-FILE

           MOVE SPACES TO QUOTE-LINE
           STRING "LOAN SETTLEMENT QUOTATION - LOAN "
                  FUNCTION TRIM(WS-LOAN-ID)
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE ALL "=" TO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE SPACES TO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE SPACES TO QUOTE-LINE
           STRING "Dear " FUNCTION TRIM(WS-CUSTOMER-NAME) ","
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE SPACES TO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE SPACES TO QUOTE-LINE
           STRING "To repay your loan in full as at "
                  WS-ASOF-DATE " the amount due is:"
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE SPACES TO QUOTE-LINE
           WRITE QUOTE-LINE

           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-PRINCIPAL, WS-FORMATTED-AMOUNT
           MOVE SPACES TO QUOTE-LINE
           STRING "  Outstanding principal:      "
                  FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           IF WS-OVERDUE-INT NOT = 0
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-OVERDUE-INT, WS-FORMATTED-AMOUNT
               MOVE SPACES TO QUOTE-LINE
               STRING "  Unpaid installment interest: "
                      FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   DELIMITED BY SIZE INTO QUOTE-LINE
               WRITE QUOTE-LINE
           END-IF
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-ACCRUED-INT, WS-FORMATTED-AMOUNT
           MOVE SPACES TO QUOTE-LINE
           STRING "  Interest since "
                  FUNCTION TRIM(WS-LAST-INST-DATE) ":  "
                  FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           IF WS-PENALTY NOT = 0
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-PENALTY, WS-FORMATTED-AMOUNT
               MOVE SPACES TO QUOTE-LINE
               STRING "  Arrears penalty:            "
                      FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                      "  (" WS-OVERDUE-COUNT
                      " overdue installment(s))"
                   DELIMITED BY SIZE INTO QUOTE-LINE
               WRITE QUOTE-LINE
           END-IF
           IF WS-SETTLE-FEE NOT = 0
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-SETTLE-FEE, WS-FORMATTED-AMOUNT
               MOVE SPACES TO QUOTE-LINE
               STRING "  Early settlement fee:       "
                      FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   DELIMITED BY SIZE INTO QUOTE-LINE
               WRITE QUOTE-LINE
           END-IF
           MOVE SPACES TO QUOTE-LINE
           MOVE "  ------------------------------------------"
               TO QUOTE-LINE
           WRITE QUOTE-LINE
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-PAYOFF-TOTAL, WS-FORMATTED-AMOUNT
           MOVE SPACES TO QUOTE-LINE
           STRING "  TOTAL TO SETTLE:            "
                  FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE SPACES TO QUOTE-LINE
           WRITE QUOTE-LINE

           MOVE SPACES TO QUOTE-LINE
           STRING "This figure is good until " WS-GOOD-UNTIL
                  ". Payment of exactly this amount into"
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE SPACES TO QUOTE-LINE
           STRING "account " FUNCTION TRIM(WS-LOAN-ACCOUNT)
                  " by that date will close the loan."
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-PER-DIEM, WS-FORMATTED-AMOUNT
           MOVE SPACES TO QUOTE-LINE
           STRING "After that date interest accrues at "
                  FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                  " per day and a new quote is needed."
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE SPACES TO QUOTE-LINE
           WRITE QUOTE-LINE
           MOVE SPACES TO QUOTE-LINE
           STRING "Issued " WS-CURRENT-TIMESTAMP(1:8)
                  " " WS-CURRENT-TIMESTAMP(9:6)
                  " by " FUNCTION TRIM(WS-OPERATOR-ID)
               DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE
           CLOSE QUOTE-FILE
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-PAYOFF-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "Payoff quote for loan " FUNCTION TRIM(WS-LOAN-ID)
                   ": " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " good until " WS-GOOD-UNTIL
                   " written to " FUNCTION TRIM(WS-QUOTE-FILE-NAME)
                   ".".
