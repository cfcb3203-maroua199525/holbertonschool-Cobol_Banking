IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-profitability.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO "profitability_parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD     PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "customer-profitability".
       01  PARAMETER-FILE-STATUS PIC XX.
       01  WS-EOF               PIC X.

       01  WS-COMMAND-LINE      PIC X(20).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).
       *> the month being measured and the two before it, YYYYMM,
       *> oldest first - the balance trend is read across all three
       01  WS-PERIOD            PIC X(6).
       01  WS-PERIOD-1          PIC X(6).
       01  WS-PERIOD-2          PIC X(6).
       01  WS-YEAR              PIC 9(4).
       01  WS-MONTH             PIC 99.

       *> profitability_parameters.dat: name,value per line.
       *> FTP_DEPOSIT and FTP_LOAN are the annual funds-transfer
       *> rates in percent; LARGE_BALANCE is the relationship size
       *> the managers want to see when it is losing money
       01  WS-PARM-FIELDS       PIC X(80).
       01  WS-PARM-NAME         PIC X(20).
       01  WS-PARM-VALUE        PIC X(20).
       01  WS-FTP-DEPOSIT-PCT   PIC 9(3)V9(4) VALUE 3.
       01  WS-FTP-LOAN-PCT      PIC 9(3)V9(4) VALUE 5.5.
       01  WS-LARGE-BALANCE     PIC 9(11)V99 VALUE 50000.

       *> one row per customer, keyed by the primary owner on the
       *> account record
       01  WS-CUSTOMER-TABLE.
           05  WS-CUS-ENTRY     OCCURS 2000 TIMES.
               10  WS-CUS-ID        PIC X(10).
               10  WS-CUS-NAME      PIC X(30).
               10  WS-CUS-BRANCH    PIC X(10).
               10  WS-CUS-TERM      PIC X.
               10  WS-CUS-LOAN      PIC X.
               10  WS-CUS-MIX       PIC X(14).
               10  WS-CUS-BALANCE   PIC S9(11)V99.
               10  WS-CUS-PRINCIPAL PIC S9(11)V99.
               10  WS-CUS-FEES      PIC S9(9)V99.
               10  WS-CUS-LOAN-INT  PIC S9(9)V99.
               10  WS-CUS-DEP-INT   PIC S9(9)V99.
               10  WS-CUS-WAIVED    PIC S9(9)V99.
               10  WS-CUS-FTP       PIC S9(9)V99.
               10  WS-CUS-PROFIT    PIC S9(11)V99.
               10  WS-CUS-AVG-BAL   PIC S9(11)V99 OCCURS 3 TIMES.
               10  WS-CUS-SNAPPED   PIC X OCCURS 3 TIMES.
               10  WS-CUS-RANKED    PIC X.
               10  WS-CUS-RANK      PIC 9(4).
       01  WS-CUS-USED          PIC 9(4) VALUE 0.
       01  WS-CUS-IX            PIC 9(4).
       01  WS-FOUND-IX          PIC 9(4).
       01  WS-BEST-IX           PIC 9(4).
       01  WS-WANT-CUSTOMER     PIC X(10).
       01  WS-MONTH-IX          PIC 9.
       01  WS-RANK              PIC 9(4) VALUE 0.

       01  WS-FIELD-A           PIC X(30).
       01  WS-FIELD-B           PIC X(30).
       01  WS-FIELD-C           PIC X(30).
       01  WS-AMOUNT            PIC S9(11)V99.
       01  WS-EXPOSURE          PIC S9(11)V99.
       01  WS-FTP-BASIS         PIC S9(11)V99.

       *> segment subtotals: product mix and branch
       01  WS-MIX-TABLE.
           05  WS-MIX-ENTRY     OCCURS 4 TIMES.
               10  WS-MIX-NAME      PIC X(14).
               10  WS-MIX-COUNT     PIC 9(5).
               10  WS-MIX-BALANCE   PIC S9(11)V99.
               10  WS-MIX-PROFIT    PIC S9(11)V99.
       01  WS-MIX-IX            PIC 9.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY      OCCURS 100 TIMES.
               10  WS-BR-CODE       PIC X(10).
               10  WS-BR-COUNT      PIC 9(5).
               10  WS-BR-BALANCE    PIC S9(11)V99.
               10  WS-BR-PROFIT     PIC S9(11)V99.
       01  WS-BR-USED           PIC 9(3) VALUE 0.
       01  WS-BR-IX             PIC 9(3).
       01  WS-BR-FOUND          PIC 9(3).

       01  WS-TOTAL-PROFIT      PIC S9(11)V99 VALUE 0.
       01  WS-LOSS-COUNT        PIC 9(5) VALUE 0.
       01  WS-WATCH-COUNT       PIC 9(5) VALUE 0.
       01  WS-AT-RISK-COUNT     PIC 9(5) VALUE 0.

       01  WS-RANK-EDIT         PIC ZZZ9.
       01  WS-COUNT-EDIT        PIC ZZZZ9.
       01  WS-PCT-EDIT-1        PIC ZZ9.99.
       01  WS-PCT-EDIT-2        PIC ZZ9.99.
       01  WS-EDIT-1            PIC -(6)9.99.
       01  WS-EDIT-2            PIC -(6)9.99.
       01  WS-EDIT-3            PIC -(6)9.99.
       01  WS-EDIT-4            PIC -(6)9.99.
       01  WS-EDIT-5            PIC -(6)9.99.
       01  WS-EDIT-6            PIC -(6)9.99.
       01  WS-BIG-EDIT-1        PIC -(11)9.99.
       01  WS-BIG-EDIT-2        PIC -(11)9.99.
       01  WS-BIG-EDIT-3        PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) IS NUMERIC
              AND WS-COMMAND-LINE(7:1) = SPACE
               MOVE WS-COMMAND-LINE(1:6) TO WS-PERIOD
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD(1:4) TO WS-YEAR
           MOVE WS-PERIOD(5:2) TO WS-MONTH
           PERFORM STEP-BACK-ONE-MONTH
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE INTO WS-PERIOD-1
           PERFORM STEP-BACK-ONE-MONTH
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE INTO WS-PERIOD-2

           PERFORM LOAD-PARAMETERS
           MOVE "TRANSACTIONAL" TO WS-MIX-NAME(1)
           MOVE "WITH TERM"     TO WS-MIX-NAME(2)
           MOVE "WITH LOAN"     TO WS-MIX-NAME(3)
           MOVE "TERM AND LOAN" TO WS-MIX-NAME(4)
           PERFORM CLEAR-ONE-MIX
               VARYING WS-MIX-IX FROM 1 BY 1 UNTIL WS-MIX-IX > 4

           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LOAN-PRINCIPAL
           PERFORM LOAD-MONTH-INCOME
           PERFORM LOAD-MONTH-WAIVERS
           PERFORM LOAD-BALANCE-TREND
           PERFORM COMPUTE-ONE-CUSTOMER
               VARYING WS-CUS-IX FROM 1 BY 1
               UNTIL WS-CUS-IX > WS-CUS-USED

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/customer_profitability_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-RANKED-SECTION
           PERFORM WRITE-SEGMENT-SECTION
           PERFORM WRITE-LOSS-SECTION
           PERFORM WRITE-AT-RISK-SECTION
           CLOSE REPORT-FILE

           MOVE WS-TOTAL-PROFIT TO WS-BIG-EDIT-1
           DISPLAY "Customer profitability for " WS-PERIOD ": "
                   WS-CUS-USED " customer(s), net "
                   FUNCTION TRIM(WS-BIG-EDIT-1) ", "
                   WS-WATCH-COUNT " large unprofitable, "
                   WS-AT-RISK-COUNT " at risk - report in "
                   FUNCTION TRIM(WS-REPORT-FILENAME)

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       STEP-BACK-ONE-MONTH.
           IF WS-MONTH = 1
               MOVE 12 TO WS-MONTH
               SUBTRACT 1 FROM WS-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MONTH
           END-IF.

       CLEAR-ONE-MIX.
           MOVE 0 TO WS-MIX-COUNT(WS-MIX-IX)
           MOVE 0 TO WS-MIX-BALANCE(WS-MIX-IX)
           MOVE 0 TO WS-MIX-PROFIT(WS-MIX-IX).

       LOAD-PARAMETERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PARAMETER-FILE
           IF PARAMETER-FILE-STATUS = "00"
               PERFORM LOAD-ONE-PARAMETER UNTIL WS-EOF = 'Y'
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY "WARNING: profitability_parameters.dat not "
                       "found - using default transfer rates"
           END-IF.

       LOAD-ONE-PARAMETER.
           READ PARAMETER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-PARM-FIELDS, WS-PARM-NAME,
                       WS-PARM-VALUE
                   MOVE FUNCTION TRIM(PARAMETER-RECORD)
                       TO WS-PARM-FIELDS
                   UNSTRING WS-PARM-FIELDS DELIMITED BY ","
                       INTO WS-PARM-NAME, WS-PARM-VALUE
                   END-UNSTRING
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-NAME)
                       WHEN "FTP_DEPOSIT"
                           COMPUTE WS-FTP-DEPOSIT-PCT =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                       WHEN "FTP_LOAN"
                           COMPUTE WS-FTP-LOAN-PCT =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                       WHEN "LARGE_BALANCE"
                           COMPUTE WS-LARGE-BALANCE =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LOAD-CUSTOMERS.
           *> one row per customer with open accounts: home branch
           *> (the lowest branch code held), whether a term product
           *> is held, current balance and name
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT a.customer_id || ';' || "
                  "COALESCE(MIN(a.branch_code),'HQ'), "
                  "MAX(CASE WHEN p.class = 'TERM' THEN 'T' "
                  "ELSE 'N' END) || ';' || "
                  "COALESCE(SUM(a.balance),0) || ';' || c.name, '' "
                  "FROM accounts a JOIN customers c "
                  "ON c.customer_id = a.customer_id "
                  "LEFT JOIN products p "
                  "ON p.product_code = a.product_code "
                  "WHERE COALESCE(a.status,'OPEN') <> 'CLOSED' "
                  "GROUP BY a.customer_id, c.name "
                  "ORDER BY a.customer_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-CUSTOMER UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-CUSTOMER.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-CUS-USED < 2000
               ADD 1 TO WS-CUS-USED
               INITIALIZE WS-CUS-ENTRY(WS-CUS-USED)
               MOVE SPACES TO WS-FIELD-A, WS-FIELD-B, WS-FIELD-C
               UNSTRING C1 DELIMITED BY ";"
                   INTO WS-FIELD-A, WS-FIELD-B
               END-UNSTRING
               MOVE WS-FIELD-A TO WS-CUS-ID(WS-CUS-USED)
               MOVE WS-FIELD-B TO WS-CUS-BRANCH(WS-CUS-USED)
               MOVE SPACES TO WS-FIELD-A, WS-FIELD-B
               UNSTRING C2 DELIMITED BY ";"
                   INTO WS-FIELD-A, WS-FIELD-B, WS-FIELD-C
               END-UNSTRING
               MOVE WS-FIELD-A(1:1) TO WS-CUS-TERM(WS-CUS-USED)
               COMPUTE WS-CUS-BALANCE(WS-CUS-USED) =
                   FUNCTION NUMVAL(WS-FIELD-B)
               MOVE WS-FIELD-C TO WS-CUS-NAME(WS-CUS-USED)
               MOVE 'N' TO WS-CUS-LOAN(WS-CUS-USED)
               MOVE 'N' TO WS-CUS-RANKED(WS-CUS-USED)
               MOVE 'N' TO WS-CUS-SNAPPED(WS-CUS-USED, 1)
               MOVE 'N' TO WS-CUS-SNAPPED(WS-CUS-USED, 2)
               MOVE 'N' TO WS-CUS-SNAPPED(WS-CUS-USED, 3)
           END-IF.

       FIND-CUSTOMER.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUS-USED
                      OR WS-FOUND-IX > 0
               IF WS-CUS-ID(WS-CUS-IX) = WS-WANT-CUSTOMER
                   MOVE WS-CUS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       LOAD-LOAN-PRINCIPAL.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT a.customer_id, "
                  "COALESCE(SUM(l.principal_balance),0), '' "
                  "FROM loans l JOIN accounts a "
                  "ON a.account_id = l.account_id "
                  "WHERE l.status = 'ACTIVE' "
                  "GROUP BY a.customer_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-LOAN-PRINCIPAL UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-LOAN-PRINCIPAL.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               MOVE FUNCTION TRIM(C1) TO WS-WANT-CUSTOMER
               PERFORM FIND-CUSTOMER
               IF WS-FOUND-IX > 0
                   COMPUTE WS-CUS-PRINCIPAL(WS-FOUND-IX) =
                       FUNCTION NUMVAL(C2)
                   MOVE 'L' TO WS-CUS-LOAN(WS-FOUND-IX)
               END-IF
           END-IF.

       LOAD-MONTH-INCOME.
           *> the month's ledger by customer and type, live and
           *> archived rows alike; the types are sorted into income
           *> and cost by their general ledger treatment
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT a.customer_id, t.tx_type, "
                  "SUM(ABS(t.amount)) FROM "
                  "(SELECT account_id, tx_type, amount, created_at "
                  "FROM tx_log UNION ALL "
                  "SELECT account_id, tx_type, amount, created_at "
                  "FROM tx_log_archive) t JOIN accounts a "
                  "ON a.account_id = t.account_id "
                  "WHERE to_char(t.created_at,'YYYYMM') = '"
                  WS-PERIOD
                  "' GROUP BY a.customer_id, t.tx_type"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-INCOME-LINE UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-INCOME-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(C1) TO WS-WANT-CUSTOMER
           PERFORM FIND-CUSTOMER
           IF WS-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(C3)
           EVALUATE FUNCTION TRIM(C2)
               *> fee income (440100)
               WHEN "OVERDRAFT"
               WHEN "SVC_CHG"
               WHEN "LOAN_FEE"
               WHEN "RTN_FEE"
               WHEN "WD_EXCESS"
               WHEN "RD_PENALTY"
                   ADD WS-AMOUNT TO WS-CUS-FEES(WS-FOUND-IX)
               *> interest income (450100)
               WHEN "LOAN_INT"
               WHEN "OVERDRAFT_INT"
               WHEN "LOAN_PEN"
                   ADD WS-AMOUNT TO WS-CUS-LOAN-INT(WS-FOUND-IX)
               *> interest expense (550100); a notice penalty claws
               *> interest back
               WHEN "INTEREST"
                   ADD WS-AMOUNT TO WS-CUS-DEP-INT(WS-FOUND-IX)
               WHEN "NOTICE_PEN"
                   SUBTRACT WS-AMOUNT FROM WS-CUS-DEP-INT(WS-FOUND-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-MONTH-WAIVERS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT customer_id, "
                  "COALESCE(SUM(waived_amount),0), '' "
                  "FROM fee_waivers "
                  "WHERE to_char(waiver_date,'YYYYMM') = '"
                  WS-PERIOD
                  "' GROUP BY customer_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-WAIVER UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-WAIVER.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               MOVE FUNCTION TRIM(C1) TO WS-WANT-CUSTOMER
               PERFORM FIND-CUSTOMER
               IF WS-FOUND-IX > 0
                   COMPUTE WS-CUS-WAIVED(WS-FOUND-IX) =
                       FUNCTION NUMVAL(C2)
               END-IF
           END-IF.

       LOAD-BALANCE-TREND.
           *> average daily balance per customer for each of the
           *> three months, from the end-of-day snapshots
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT a.customer_id || ';' || "
                  "to_char(s.snap_date,'YYYYMM'), "
                  "SUM(s.balance) / COUNT(DISTINCT s.snap_date), '' "
                  "FROM account_snapshots s JOIN accounts a "
                  "ON a.account_id = s.account_id "
                  "WHERE to_char(s.snap_date,'YYYYMM') IN ('"
                  WS-PERIOD-2 "','" WS-PERIOD-1 "','" WS-PERIOD
                  "') GROUP BY a.customer_id, "
                  "to_char(s.snap_date,'YYYYMM')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-MONTH-BALANCE UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-MONTH-BALANCE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIELD-A, WS-FIELD-B
           UNSTRING C1 DELIMITED BY ";"
               INTO WS-FIELD-A, WS-FIELD-B
           END-UNSTRING
           MOVE WS-FIELD-A TO WS-WANT-CUSTOMER
           PERFORM FIND-CUSTOMER
           IF WS-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FIELD-B(1:6)
               WHEN WS-PERIOD-2
                   MOVE 1 TO WS-MONTH-IX
               WHEN WS-PERIOD-1
                   MOVE 2 TO WS-MONTH-IX
               WHEN OTHER
                   MOVE 3 TO WS-MONTH-IX
           END-EVALUATE
           COMPUTE WS-CUS-AVG-BAL(WS-FOUND-IX, WS-MONTH-IX) =
               FUNCTION NUMVAL(C2)
           MOVE 'Y' TO WS-CUS-SNAPPED(WS-FOUND-IX, WS-MONTH-IX).

       COMPUTE-ONE-CUSTOMER.
           *> funds-transfer pricing: the treasury pays for funds
           *> left on deposit and charges for funds lent out, at the
           *> annual rates in the parameter file, one month's worth.
           *> An overdrawn average balance is lending.
           IF WS-CUS-SNAPPED(WS-CUS-IX, 3) = 'Y'
               MOVE WS-CUS-AVG-BAL(WS-CUS-IX, 3) TO WS-FTP-BASIS
           ELSE
               MOVE WS-CUS-BALANCE(WS-CUS-IX) TO WS-FTP-BASIS
           END-IF
           IF WS-FTP-BASIS > 0
               COMPUTE WS-CUS-FTP(WS-CUS-IX) ROUNDED =
                   WS-FTP-BASIS * WS-FTP-DEPOSIT-PCT / 1200
           ELSE
               COMPUTE WS-CUS-FTP(WS-CUS-IX) ROUNDED =
                   WS-FTP-BASIS * WS-FTP-LOAN-PCT / 1200
           END-IF
           COMPUTE WS-CUS-FTP(WS-CUS-IX) ROUNDED =
               WS-CUS-FTP(WS-CUS-IX)
               - WS-CUS-PRINCIPAL(WS-CUS-IX) * WS-FTP-LOAN-PCT / 1200

           COMPUTE WS-CUS-PROFIT(WS-CUS-IX) =
               WS-CUS-FEES(WS-CUS-IX) + WS-CUS-LOAN-INT(WS-CUS-IX)
               - WS-CUS-DEP-INT(WS-CUS-IX) - WS-CUS-WAIVED(WS-CUS-IX)
               + WS-CUS-FTP(WS-CUS-IX)
           ADD WS-CUS-PROFIT(WS-CUS-IX) TO WS-TOTAL-PROFIT
           IF WS-CUS-PROFIT(WS-CUS-IX) < 0
               ADD 1 TO WS-LOSS-COUNT
           END-IF

           EVALUATE WS-CUS-TERM(WS-CUS-IX) ALSO WS-CUS-LOAN(WS-CUS-IX)
               WHEN 'T' ALSO 'L'
                   MOVE 4 TO WS-MIX-IX
               WHEN 'T' ALSO ANY
                   MOVE 2 TO WS-MIX-IX
               WHEN ANY ALSO 'L'
                   MOVE 3 TO WS-MIX-IX
               WHEN OTHER
                   MOVE 1 TO WS-MIX-IX
           END-EVALUATE
           MOVE WS-MIX-NAME(WS-MIX-IX) TO WS-CUS-MIX(WS-CUS-IX)
           ADD 1 TO WS-MIX-COUNT(WS-MIX-IX)
           ADD WS-CUS-BALANCE(WS-CUS-IX) TO WS-MIX-BALANCE(WS-MIX-IX)
           ADD WS-CUS-PROFIT(WS-CUS-IX) TO WS-MIX-PROFIT(WS-MIX-IX)

           MOVE 0 TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-USED OR WS-BR-FOUND > 0
               IF WS-BR-CODE(WS-BR-IX) = WS-CUS-BRANCH(WS-CUS-IX)
                   MOVE WS-BR-IX TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 0 AND WS-BR-USED < 100
               ADD 1 TO WS-BR-USED
               MOVE WS-BR-USED TO WS-BR-FOUND
               MOVE WS-CUS-BRANCH(WS-CUS-IX) TO WS-BR-CODE(WS-BR-FOUND)
               MOVE 0 TO WS-BR-COUNT(WS-BR-FOUND)
               MOVE 0 TO WS-BR-BALANCE(WS-BR-FOUND)
               MOVE 0 TO WS-BR-PROFIT(WS-BR-FOUND)
           END-IF
           IF WS-BR-FOUND > 0
               ADD 1 TO WS-BR-COUNT(WS-BR-FOUND)
               ADD WS-CUS-BALANCE(WS-CUS-IX)
                   TO WS-BR-BALANCE(WS-BR-FOUND)
               ADD WS-CUS-PROFIT(WS-CUS-IX)
                   TO WS-BR-PROFIT(WS-BR-FOUND)
           END-IF.

       WRITE-RANKED-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER PROFITABILITY FOR " WS-PERIOD
                  "   (run " WS-BUSINESS-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FTP-DEPOSIT-PCT TO WS-PCT-EDIT-1
           MOVE WS-FTP-LOAN-PCT TO WS-PCT-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "FTP deposit credit " FUNCTION TRIM(WS-PCT-EDIT-1)
                  "% p.a., loan charge " FUNCTION TRIM(WS-PCT-EDIT-2)
                  "% p.a."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "RANK CUSTOMER   NAME" TO REPORT-LINE
           MOVE "BRANCH   MIX" TO REPORT-LINE(41:)
           MOVE "FEES" TO REPORT-LINE(71:)
           MOVE "LOAN INT" TO REPORT-LINE(78:)
           MOVE "DEP INT" TO REPORT-LINE(90:)
           MOVE "WAIVED" TO REPORT-LINE(102:)
           MOVE "FTP" TO REPORT-LINE(116:)
           MOVE "PROFIT" TO REPORT-LINE(124:)
           WRITE REPORT-LINE
           PERFORM WRITE-NEXT-RANKED
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-CUS-USED
           IF WS-CUS-USED = 0
               MOVE "(no customers with open accounts)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-TOTAL-PROFIT TO WS-BIG-EDIT-1
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL NET CONTRIBUTION: "
                  FUNCTION TRIM(WS-BIG-EDIT-1)
                  "   unprofitable customers: " WS-LOSS-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-NEXT-RANKED.
           *> highest remaining contribution first
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUS-USED
               IF WS-CUS-RANKED(WS-CUS-IX) = 'N'
                   IF WS-BEST-IX = 0
                       MOVE WS-CUS-IX TO WS-BEST-IX
                   ELSE
                       IF WS-CUS-PROFIT(WS-CUS-IX)
                           > WS-CUS-PROFIT(WS-BEST-IX)
                           MOVE WS-CUS-IX TO WS-BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CUS-RANKED(WS-BEST-IX)
           MOVE WS-RANK TO WS-CUS-RANK(WS-BEST-IX)
           MOVE WS-BEST-IX TO WS-CUS-IX
           PERFORM WRITE-CUSTOMER-LINE.

       WRITE-CUSTOMER-LINE.
           MOVE WS-CUS-RANK(WS-CUS-IX) TO WS-RANK-EDIT
           MOVE WS-CUS-FEES(WS-CUS-IX) TO WS-EDIT-1
           MOVE WS-CUS-LOAN-INT(WS-CUS-IX) TO WS-EDIT-2
           MOVE WS-CUS-DEP-INT(WS-CUS-IX) TO WS-EDIT-3
           MOVE WS-CUS-WAIVED(WS-CUS-IX) TO WS-EDIT-4
           MOVE WS-CUS-FTP(WS-CUS-IX) TO WS-EDIT-5
           MOVE WS-CUS-PROFIT(WS-CUS-IX) TO WS-EDIT-6
           MOVE SPACES TO REPORT-LINE
           STRING WS-RANK-EDIT " "
                  WS-CUS-ID(WS-CUS-IX) " "
                  WS-CUS-NAME(WS-CUS-IX)(1:23) " "
                  WS-CUS-BRANCH(WS-CUS-IX)(1:8) " "
                  WS-CUS-MIX(WS-CUS-IX) " "
                  WS-EDIT-1 " " WS-EDIT-2 " " WS-EDIT-3 " "
                  WS-EDIT-4 " " WS-EDIT-5 " " WS-EDIT-6
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SEGMENT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY PRODUCT MIX    CUSTOMERS" TO REPORT-LINE
           MOVE "BALANCE          PROFIT" TO REPORT-LINE(37:)
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-MIX
               VARYING WS-MIX-IX FROM 1 BY 1 UNTIL WS-MIX-IX > 4
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY BRANCH         CUSTOMERS" TO REPORT-LINE
           MOVE "BALANCE          PROFIT" TO REPORT-LINE(37:)
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-BRANCH
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-USED.

       WRITE-ONE-MIX.
           MOVE WS-MIX-COUNT(WS-MIX-IX) TO WS-COUNT-EDIT
           MOVE WS-MIX-BALANCE(WS-MIX-IX) TO WS-BIG-EDIT-2
           MOVE WS-MIX-PROFIT(WS-MIX-IX) TO WS-BIG-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING WS-MIX-NAME(WS-MIX-IX) "        " WS-COUNT-EDIT " "
                  WS-BIG-EDIT-2 " " WS-BIG-EDIT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-BRANCH.
           MOVE WS-BR-COUNT(WS-BR-IX) TO WS-COUNT-EDIT
           MOVE WS-BR-BALANCE(WS-BR-IX) TO WS-BIG-EDIT-2
           MOVE WS-BR-PROFIT(WS-BR-IX) TO WS-BIG-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING WS-BR-CODE(WS-BR-IX) "            " WS-COUNT-EDIT
                  " " WS-BIG-EDIT-2 " " WS-BIG-EDIT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-LOSS-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LARGE-BALANCE TO WS-BIG-EDIT-1
           MOVE SPACES TO REPORT-LINE
           STRING "UNPROFITABLE CUSTOMERS WITH BALANCES OF "
                  FUNCTION TRIM(WS-BIG-EDIT-1) " OR MORE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-LOSS
               VARYING WS-CUS-IX FROM 1 BY 1
               UNTIL WS-CUS-IX > WS-CUS-USED
           IF WS-WATCH-COUNT = 0
               MOVE "(none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-LOSS.
           *> size is deposits held plus loans outstanding
           IF WS-CUS-PROFIT(WS-CUS-IX) NOT < 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUS-BALANCE(WS-CUS-IX) TO WS-EXPOSURE
           IF WS-EXPOSURE < 0
               COMPUTE WS-EXPOSURE = 0 - WS-EXPOSURE
           END-IF
           ADD WS-CUS-PRINCIPAL(WS-CUS-IX) TO WS-EXPOSURE
           IF WS-EXPOSURE < WS-LARGE-BALANCE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WATCH-COUNT
           PERFORM WRITE-CUSTOMER-LINE.

       WRITE-AT-RISK-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROFITABLE CUSTOMERS AT RISK - AVERAGE BALANCE "
                  "FALLING " WS-PERIOD-2 " > " WS-PERIOD-1 " > "
                  WS-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "CUSTOMER   NAME" TO REPORT-LINE
           MOVE "BRANCH" TO REPORT-LINE(36:)
           MOVE "AVG" TO REPORT-LINE(50:)
           MOVE WS-PERIOD-2 TO REPORT-LINE(54:)
           MOVE "AVG" TO REPORT-LINE(66:)
           MOVE WS-PERIOD-1 TO REPORT-LINE(70:)
           MOVE "AVG" TO REPORT-LINE(82:)
           MOVE WS-PERIOD TO REPORT-LINE(86:)
           MOVE "PROFIT" TO REPORT-LINE(97:)
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-AT-RISK
               VARYING WS-CUS-IX FROM 1 BY 1
               UNTIL WS-CUS-IX > WS-CUS-USED
           IF WS-AT-RISK-COUNT = 0
               MOVE "(none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-AT-RISK.
           IF WS-CUS-PROFIT(WS-CUS-IX) NOT > 0
              OR WS-CUS-SNAPPED(WS-CUS-IX, 1) NOT = 'Y'
              OR WS-CUS-SNAPPED(WS-CUS-IX, 2) NOT = 'Y'
              OR WS-CUS-SNAPPED(WS-CUS-IX, 3) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-CUS-AVG-BAL(WS-CUS-IX, 2)
                  NOT < WS-CUS-AVG-BAL(WS-CUS-IX, 1)
              OR WS-CUS-AVG-BAL(WS-CUS-IX, 3)
                  NOT < WS-CUS-AVG-BAL(WS-CUS-IX, 2)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AT-RISK-COUNT
           MOVE WS-CUS-AVG-BAL(WS-CUS-IX, 1) TO WS-BIG-EDIT-1
           MOVE WS-CUS-AVG-BAL(WS-CUS-IX, 2) TO WS-BIG-EDIT-2
           MOVE WS-CUS-AVG-BAL(WS-CUS-IX, 3) TO WS-BIG-EDIT-3
           MOVE WS-CUS-PROFIT(WS-CUS-IX) TO WS-EDIT-6
           MOVE SPACES TO REPORT-LINE
           STRING WS-CUS-ID(WS-CUS-IX) " "
                  WS-CUS-NAME(WS-CUS-IX)(1:23) " "
                  WS-CUS-BRANCH(WS-CUS-IX)(1:8) " "
                  WS-BIG-EDIT-1 " " WS-BIG-EDIT-2 " " WS-BIG-EDIT-3 " "
                  WS-EDIT-6
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
