IDENTIFICATION DIVISION.
       PROGRAM-ID. ecl-provisioning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "ecl_loss_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-RECORD          PIC X(80).
       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE        PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "ecl-provisioning".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.
       01  RATE-FILE-STATUS     PIC XX.
       01  WS-EOF               PIC X.

       *> ecl_loss_rates.dat: product,stage,loss-rate-percent per
       *> line; product * is the house rate for any product without
       *> a line of its own
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY    OCCURS 100 TIMES.
               10  WS-RATE-PRODUCT  PIC X(20).
               10  WS-RATE-STAGE    PIC 9.
               10  WS-RATE-PCT      PIC 9(3)V99.
       01  WS-RATE-USED         PIC 9(3) VALUE 0.
       01  WS-RATE-IX           PIC 9(3).
       01  WS-RATE-FIELDS       PIC X(80).
       01  WS-RATE-F1           PIC X(20).
       01  WS-RATE-F2           PIC X(5).
       01  WS-RATE-F3           PIC X(10).
       01  WS-RATE-FOUND        PIC X.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-PERIOD            PIC X(6).
       01  WS-PRIOR-PERIOD      PIC X(6).
       01  WS-PERIOD-YEAR       PIC 9(4).
       01  WS-PERIOD-MONTH      PIC 9(2).
       01  WS-BATCH-KEY         PIC X(40).
       01  WS-SCHEDULE-FILENAME PIC X(80).
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-CURRENT-TIMESTAMP PIC X(21).

       *> every open loan at the month end, staged on its oldest
       *> unpaid installment: stage 1 up to 30 days past due,
       *> stage 2 to 90, stage 3 beyond
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY    OCCURS 500 TIMES.
               10  WS-LN-LOAN       PIC X(20).
               10  WS-LN-ACCOUNT    PIC X(10).
               10  WS-LN-PRODUCT    PIC X(20).
               10  WS-LN-EXPOSURE   PIC S9(9)V99.
               10  WS-LN-DPD        PIC 9(5).
               10  WS-LN-STAGE      PIC 9.
       01  WS-LOAN-USED         PIC 9(3) VALUE 0.
       01  WS-LOAN-IX           PIC 9(3).
       01  WS-DETAIL            PIC X(80).
       01  WS-DET-ACCT          PIC X(15).
       01  WS-DET-EXPOSURE      PIC X(20).
       01  WS-DET-PRODUCT       PIC X(20).

       *> the schedule's product-by-stage lines
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY   OCCURS 100 TIMES.
               10  WS-SC-PRODUCT    PIC X(20).
               10  WS-SC-STAGE      PIC 9.
               10  WS-SC-COUNT      PIC 9(5).
               10  WS-SC-EXPOSURE   PIC S9(11)V99.
               10  WS-SC-RATE       PIC 9(3)V99.
               10  WS-SC-PROVISION  PIC S9(11)V99.
       01  WS-SCHED-USED        PIC 9(3) VALUE 0.
       01  WS-SCHED-IX          PIC 9(3).
       01  WS-SCHED-FOUND       PIC 9(3).

       *> loans provisioned last month that are no longer open -
       *> their provision is released in full
       01  WS-GONE-TABLE.
           05  WS-GONE-ENTRY    OCCURS 500 TIMES.
               10  WS-GN-LOAN       PIC X(20).
               10  WS-GN-ACCOUNT    PIC X(10).
               10  WS-GN-PROVISION  PIC S9(9)V99.
       01  WS-GONE-USED         PIC 9(3) VALUE 0.
       01  WS-GONE-IX           PIC 9(3).

       01  WS-LOSS-RATE         PIC 9(3)V99.
       01  WS-REQUIRED          PIC S9(9)V99.
       01  WS-PRIOR-PROVISION   PIC S9(9)V99.
       01  WS-MOVEMENT          PIC S9(9)V99.
       01  WS-POST-LOAN         PIC X(20).
       01  WS-POST-ACCOUNT      PIC X(10).
       01  WS-POST-AMOUNT       PIC S9(9)V99.
       01  WS-POST-EDIT         PIC 9(9).99.
       01  WS-EXPOSURE-EDIT     PIC 9(9).99.
       01  WS-RATE-EDIT         PIC 9(3).99.
       01  WS-PROVISION-EDIT    PIC 9(9).99.

       01  WS-TOTAL-EXPOSURE    PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-REQUIRED    PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-PRIOR       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CHARGED     PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-RELEASED    PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-MOVEMENT    PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-A            PIC -(11)9.99.
       01  WS-EDIT-B            PIC -(11)9.99.
       01  WS-EDIT-C            PIC -(11)9.99.

       01  WS-HASH-TYPE         PIC X(12).
       01  WS-HASH-AMOUNT       PIC X(20).
       01  WS-PREV-HASH         PIC X(16).
       01  WS-ENTRY-HASH        PIC X(16).
       01  WS-ACCT-ID-STR       PIC X(20).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "ecl-provisioning".
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
           PERFORM LOAD-LOSS-RATES
           IF WS-RATE-USED = 0
               DISPLAY "ABORT: ecl_loss_rates.dat missing or empty - "
                       "no provision run."
               MOVE 4 TO RETURN-CODE
               GOBACK
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

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
           MOVE WS-BUSINESS-DATE(1:4) TO WS-PERIOD-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF
           STRING WS-PERIOD-YEAR WS-PERIOD-MONTH
               DELIMITED BY SIZE INTO WS-PRIOR-PERIOD

           *> one provision per month end - a re-run must not post
           *> the movement a second time
           MOVE SPACES TO WS-BATCH-KEY
           STRING "ECL-" WS-PERIOD DELIMITED BY SIZE INTO WS-BATCH-KEY
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT applied_at FROM processed_batches "
                  "WHERE batch_id = '"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               DISPLAY "Provision for " WS-PERIOD " already posted "
                       FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       " - nothing to do."
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF

           PERFORM COLLECT-OPEN-LOANS
           PERFORM PROVISION-ONE-LOAN
               VARYING WS-LOAN-IX FROM 1 BY 1
               UNTIL WS-LOAN-IX > WS-LOAN-USED
           PERFORM COLLECT-CLOSED-SINCE-PRIOR
           PERFORM RELEASE-ONE-CLOSED
               VARYING WS-GONE-IX FROM 1 BY 1
               UNTIL WS-GONE-IX > WS-GONE-USED
           PERFORM WRITE-PROVISION-SCHEDULE
           PERFORM REGISTER-PERIOD-POSTED

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       LOAD-LOSS-RATES.
           MOVE 0 TO WS-RATE-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT RATE-FILE
           IF RATE-FILE-STATUS = "00"
               PERFORM LOAD-ONE-RATE UNTIL WS-EOF = 'Y'
               CLOSE RATE-FILE
           END-IF.

       LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-RATE-USED < 100
                      AND FUNCTION TRIM(RATE-RECORD) NOT = SPACES
                       ADD 1 TO WS-RATE-USED
                       MOVE SPACES TO WS-RATE-FIELDS, WS-RATE-F1,
                           WS-RATE-F2, WS-RATE-F3
                       MOVE FUNCTION TRIM(RATE-RECORD)
                           TO WS-RATE-FIELDS
                       UNSTRING WS-RATE-FIELDS DELIMITED BY ","
                           INTO WS-RATE-F1, WS-RATE-F2, WS-RATE-F3
                       END-UNSTRING
                       MOVE FUNCTION UPPER-CASE(WS-RATE-F1)
                           TO WS-RATE-PRODUCT(WS-RATE-USED)
                       COMPUTE WS-RATE-STAGE(WS-RATE-USED) =
                           FUNCTION NUMVAL(WS-RATE-F2)
                       COMPUTE WS-RATE-PCT(WS-RATE-USED) =
                           FUNCTION NUMVAL(WS-RATE-F3)
                   END-IF
           END-READ.

       COLLECT-OPEN-LOANS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT l.loan_id, l.account_id || ';' || "
                  "l.principal_balance || ';' || l.product_code, "
                  "COALESCE((SELECT DATE '"
                  WS-SQL-DATE
                  "' - MIN(s.due_date) FROM loan_schedule s "
                  "WHERE s.loan_id = l.loan_id AND s.status = 'DUE' "
                  "AND s.due_date < DATE '"
                  WS-SQL-DATE
                  "'),0) FROM loans l WHERE l.status = 'ACTIVE' "
                  "AND l.principal_balance > 0 ORDER BY l.loan_id"
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
               MOVE SPACES TO WS-DETAIL, WS-DET-ACCT, WS-DET-EXPOSURE,
                   WS-DET-PRODUCT
               MOVE FUNCTION TRIM(C2) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-ACCT, WS-DET-EXPOSURE, WS-DET-PRODUCT
               END-UNSTRING
               MOVE WS-DET-ACCT TO WS-LN-ACCOUNT(WS-LOAN-USED)
               MOVE FUNCTION UPPER-CASE(WS-DET-PRODUCT)
                   TO WS-LN-PRODUCT(WS-LOAN-USED)
               COMPUTE WS-LN-EXPOSURE(WS-LOAN-USED) =
                   FUNCTION NUMVAL(WS-DET-EXPOSURE)
               COMPUTE WS-LN-DPD(WS-LOAN-USED) = FUNCTION NUMVAL(C3)
               EVALUATE TRUE
                   WHEN WS-LN-DPD(WS-LOAN-USED) > 90
                       MOVE 3 TO WS-LN-STAGE(WS-LOAN-USED)
                   WHEN WS-LN-DPD(WS-LOAN-USED) > 30
                       MOVE 2 TO WS-LN-STAGE(WS-LOAN-USED)
                   WHEN OTHER
                       MOVE 1 TO WS-LN-STAGE(WS-LOAN-USED)
               END-EVALUATE
           END-IF.

       PROVISION-ONE-LOAN.
           PERFORM FIND-LOSS-RATE
           COMPUTE WS-REQUIRED ROUNDED =
               WS-LN-EXPOSURE(WS-LOAN-IX) * WS-LOSS-RATE / 100

           MOVE 0 TO WS-PRIOR-PROVISION
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT provision FROM ecl_provisions "
                  "WHERE period = '"
                  WS-PRIOR-PERIOD
                  "' AND loan_id = '"
                  FUNCTION TRIM(WS-LN-LOAN(WS-LOAN-IX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-PRIOR-PROVISION =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF

           MOVE WS-LN-EXPOSURE(WS-LOAN-IX) TO WS-EXPOSURE-EDIT
           MOVE WS-LOSS-RATE TO WS-RATE-EDIT
           MOVE WS-REQUIRED TO WS-PROVISION-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO ecl_provisions (period, loan_id, "
                  "product_code, stage, days_past_due, exposure, "
                  "loss_rate, provision) VALUES ('"
                  WS-PERIOD
                  "', '"
                  FUNCTION TRIM(WS-LN-LOAN(WS-LOAN-IX))
                  "', '"
                  FUNCTION TRIM(WS-LN-PRODUCT(WS-LOAN-IX))
                  "', "
                  WS-LN-STAGE(WS-LOAN-IX)
                  ", "
                  WS-LN-DPD(WS-LOAN-IX)
                  ", "
                  FUNCTION TRIM(WS-EXPOSURE-EDIT)
                  ", "
                  FUNCTION TRIM(WS-RATE-EDIT)
                  ", "
                  FUNCTION TRIM(WS-PROVISION-EDIT)
                  ")"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           ADD WS-LN-EXPOSURE(WS-LOAN-IX) TO WS-TOTAL-EXPOSURE
           ADD WS-REQUIRED TO WS-TOTAL-REQUIRED
           PERFORM ADD-TO-SCHEDULE-LINE

           COMPUTE WS-MOVEMENT = WS-REQUIRED - WS-PRIOR-PROVISION
           MOVE WS-LN-LOAN(WS-LOAN-IX) TO WS-POST-LOAN
           MOVE WS-LN-ACCOUNT(WS-LOAN-IX) TO WS-POST-ACCOUNT
           PERFORM POST-PROVISION-MOVEMENT.

       FIND-LOSS-RATE.
           *> the product's own rate for the stage wins; the house
           *> rate covers everything else
           MOVE 0 TO WS-LOSS-RATE
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-USED
                      OR WS-RATE-FOUND = 'Y'
               IF WS-RATE-PRODUCT(WS-RATE-IX) = WS-LN-PRODUCT(WS-LOAN-IX)
                  AND WS-RATE-STAGE(WS-RATE-IX) = WS-LN-STAGE(WS-LOAN-IX)
                   MOVE WS-RATE-PCT(WS-RATE-IX) TO WS-LOSS-RATE
                   MOVE 'Y' TO WS-RATE-FOUND
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-USED
                      OR WS-RATE-FOUND = 'Y'
               IF WS-RATE-PRODUCT(WS-RATE-IX) = "*"
                  AND WS-RATE-STAGE(WS-RATE-IX) = WS-LN-STAGE(WS-LOAN-IX)
                   MOVE WS-RATE-PCT(WS-RATE-IX) TO WS-LOSS-RATE
                   MOVE 'Y' TO WS-RATE-FOUND
               END-IF
           END-PERFORM.

       ADD-TO-SCHEDULE-LINE.
           MOVE 0 TO WS-SCHED-FOUND
           PERFORM VARYING WS-SCHED-IX FROM 1 BY 1
                   UNTIL WS-SCHED-IX > WS-SCHED-USED
                      OR WS-SCHED-FOUND > 0
               IF WS-SC-PRODUCT(WS-SCHED-IX) = WS-LN-PRODUCT(WS-LOAN-IX)
                  AND WS-SC-STAGE(WS-SCHED-IX) = WS-LN-STAGE(WS-LOAN-IX)
                   MOVE WS-SCHED-IX TO WS-SCHED-FOUND
               END-IF
           END-PERFORM
           IF WS-SCHED-FOUND = 0
               IF WS-SCHED-USED >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SCHED-USED
               MOVE WS-SCHED-USED TO WS-SCHED-FOUND
               MOVE WS-LN-PRODUCT(WS-LOAN-IX)
                   TO WS-SC-PRODUCT(WS-SCHED-FOUND)
               MOVE WS-LN-STAGE(WS-LOAN-IX)
                   TO WS-SC-STAGE(WS-SCHED-FOUND)
               MOVE WS-LOSS-RATE TO WS-SC-RATE(WS-SCHED-FOUND)
               MOVE 0 TO WS-SC-COUNT(WS-SCHED-FOUND),
                   WS-SC-EXPOSURE(WS-SCHED-FOUND),
                   WS-SC-PROVISION(WS-SCHED-FOUND)
           END-IF
           ADD 1 TO WS-SC-COUNT(WS-SCHED-FOUND)
           ADD WS-LN-EXPOSURE(WS-LOAN-IX)
               TO WS-SC-EXPOSURE(WS-SCHED-FOUND)
           ADD WS-REQUIRED TO WS-SC-PROVISION(WS-SCHED-FOUND).

       COLLECT-CLOSED-SINCE-PRIOR.
           *> settled, charged-off and repaid loans drop out of the
           *> open book - whatever was held against them comes back
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT p.loan_id, l.account_id, p.provision "
                  "FROM ecl_provisions p JOIN loans l "
                  "ON p.loan_id = l.loan_id "
                  "WHERE p.period = '"
                  WS-PRIOR-PERIOD
                  "' AND p.provision > 0 AND NOT EXISTS (SELECT 1 "
                  "FROM ecl_provisions c WHERE c.period = '"
                  WS-PERIOD
                  "' AND c.loan_id = p.loan_id) ORDER BY p.loan_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM BUFFER-ONE-CLOSED UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-CLOSED.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-GONE-USED < 500
               ADD 1 TO WS-GONE-USED
               MOVE FUNCTION TRIM(C1) TO WS-GN-LOAN(WS-GONE-USED)
               MOVE FUNCTION TRIM(C2) TO WS-GN-ACCOUNT(WS-GONE-USED)
               COMPUTE WS-GN-PROVISION(WS-GONE-USED) =
                   FUNCTION NUMVAL(C3)
           END-IF.

       RELEASE-ONE-CLOSED.
           COMPUTE WS-MOVEMENT = 0 - WS-GN-PROVISION(WS-GONE-IX)
           MOVE WS-GN-LOAN(WS-GONE-IX) TO WS-POST-LOAN
           MOVE WS-GN-ACCOUNT(WS-GONE-IX) TO WS-POST-ACCOUNT
           PERFORM POST-PROVISION-MOVEMENT.

       POST-PROVISION-MOVEMENT.
           *> only the change against last month reaches the GL: an
           *> increase charges impairment through ECL_CHG, a decrease
           *> releases it through ECL_REL. The customer's deposit
           *> account does not move - the ledger row is a memo
           *> position like LOAN_WO
           IF WS-MOVEMENT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MOVEMENT > 0
               MOVE "ECL_CHG" TO WS-HASH-TYPE
               MOVE WS-MOVEMENT TO WS-POST-AMOUNT
               ADD WS-MOVEMENT TO WS-TOTAL-CHARGED
           ELSE
               MOVE "ECL_REL" TO WS-HASH-TYPE
               COMPUTE WS-POST-AMOUNT = 0 - WS-MOVEMENT
               ADD WS-POST-AMOUNT TO WS-TOTAL-RELEASED
           END-IF
           MOVE WS-POST-AMOUNT TO WS-POST-EDIT
           MOVE WS-POST-ACCOUNT TO WS-ACCT-ID-STR
           MOVE WS-POST-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  FUNCTION TRIM(WS-POST-ACCOUNT)
                  ", '"
                  FUNCTION TRIM(WS-HASH-TYPE)
                  "', "
                  FUNCTION TRIM(WS-POST-EDIT)
                  ", 'loan loss provision "
                  FUNCTION TRIM(WS-POST-LOAN)
                  " " WS-PERIOD
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-POST-ACCOUNT)
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', 'ECL-"
                  FUNCTION TRIM(WS-POST-LOAN)
                  "-" WS-PERIOD
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

       WRITE-PROVISION-SCHEDULE.
           MOVE 0 TO WS-TOTAL-PRIOR
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(SUM(provision),0) "
                  "FROM ecl_provisions WHERE period = '"
                  WS-PRIOR-PERIOD
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-TOTAL-PRIOR =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF
           COMPUTE WS-TOTAL-MOVEMENT =
               WS-TOTAL-REQUIRED - WS-TOTAL-PRIOR

           MOVE SPACES TO WS-SCHEDULE-FILENAME
           STRING "build/ecl_provision_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-SCHEDULE-FILENAME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT SCHEDULE-FILE
           MOVE SPACES TO SCHEDULE-LINE
           STRING "EXPECTED CREDIT LOSS PROVISIONING SCHEDULE - "
                  "PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE ALL "=" TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE SPACES TO SCHEDULE-LINE
           STRING "PRODUCT              STAGE  LOANS        "
                  "EXPOSURE   RATE%        PROVISION"
               DELIMITED BY SIZE INTO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           IF WS-SCHED-USED = 0
               MOVE "No open loans at this month end."
                   TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
           ELSE
               PERFORM WRITE-ONE-SCHEDULE-LINE
                   VARYING WS-SCHED-IX FROM 1 BY 1
                   UNTIL WS-SCHED-IX > WS-SCHED-USED
           END-IF
           MOVE ALL "-" TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE

           MOVE WS-TOTAL-EXPOSURE TO WS-EDIT-A
           MOVE WS-TOTAL-REQUIRED TO WS-EDIT-B
           MOVE SPACES TO SCHEDULE-LINE
           STRING "Total exposure " FUNCTION TRIM(WS-EDIT-A)
                  "   required provision " FUNCTION TRIM(WS-EDIT-B)
               DELIMITED BY SIZE INTO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE WS-TOTAL-PRIOR TO WS-EDIT-A
           MOVE SPACES TO SCHEDULE-LINE
           STRING "Provision held at " WS-PRIOR-PERIOD ":   "
                  FUNCTION TRIM(WS-EDIT-A)
               DELIMITED BY SIZE INTO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE WS-TOTAL-MOVEMENT TO WS-EDIT-A
           MOVE WS-TOTAL-CHARGED TO WS-EDIT-B
           MOVE WS-TOTAL-RELEASED TO WS-EDIT-C
           MOVE SPACES TO SCHEDULE-LINE
           STRING "Movement posted:        " FUNCTION TRIM(WS-EDIT-A)
                  "  (charged " FUNCTION TRIM(WS-EDIT-B)
                  ", released " FUNCTION TRIM(WS-EDIT-C) ")"
               DELIMITED BY SIZE INTO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE SPACES TO SCHEDULE-LINE
           STRING "Prepared " WS-CURRENT-TIMESTAMP(1:8) " "
                  WS-CURRENT-TIMESTAMP(9:6) " by "
                  FUNCTION TRIM(WS-OPERATOR-ID)
               DELIMITED BY SIZE INTO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE "Reviewed by (Finance): ____________________  Date: ____"
               TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE "Approved by (CFO):     ____________________  Date: ____"
               TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           CLOSE SCHEDULE-FILE

           MOVE WS-TOTAL-REQUIRED TO WS-EDIT-B
           DISPLAY "ECL provision " WS-PERIOD ": " WS-LOAN-USED
                   " open loan(s), required "
                   FUNCTION TRIM(WS-EDIT-B) ", movement "
                   FUNCTION TRIM(WS-EDIT-A) " - schedule in "
                   FUNCTION TRIM(WS-SCHEDULE-FILENAME) ".".

       WRITE-ONE-SCHEDULE-LINE.
           MOVE WS-SC-EXPOSURE(WS-SCHED-IX) TO WS-EDIT-A
           MOVE WS-SC-RATE(WS-SCHED-IX) TO WS-RATE-EDIT
           MOVE WS-SC-PROVISION(WS-SCHED-IX) TO WS-EDIT-B
           MOVE SPACES TO SCHEDULE-LINE
           STRING WS-SC-PRODUCT(WS-SCHED-IX) " "
                  WS-SC-STAGE(WS-SCHED-IX) "      "
                  WS-SC-COUNT(WS-SCHED-IX) " "
                  WS-EDIT-A " "
                  WS-RATE-EDIT " "
                  WS-EDIT-B
               DELIMITED BY SIZE INTO SCHEDULE-LINE
           WRITE SCHEDULE-LINE.

       REGISTER-PERIOD-POSTED.
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO processed_batches "
                  "(batch_id, origin, applied_at) VALUES ('"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "', 'ECL-PROVISION', CURRENT_TIMESTAMP)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.
