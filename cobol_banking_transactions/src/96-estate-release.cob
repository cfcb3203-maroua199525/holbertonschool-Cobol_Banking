IDENTIFICATION DIVISION.
       PROGRAM-ID. estate-release.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "estate-release".

       01  WS-COMMAND-LINE      PIC X(200).
       01  WS-CMD-VERB          PIC X(10).
       01  WS-CMD-ARG1          PIC X(30).
       01  WS-CMD-ARG2          PIC X(10).
       01  WS-CMD-REST          PIC X(120).
       01  WS-CMD-PTR           PIC 9(4).

       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-CUSTOMER-ID       PIC 9(5).
       01  WS-FLAG-ID           PIC 9(8).
       01  WS-EXECUTOR          PIC X(120).
       01  WS-DECISION          PIC X(10).
       01  WS-OPEN-FLAGS        PIC 9(5).
       01  WS-ESTATE-COUNT      PIC 9(5) VALUE 0.
       01  WS-DETAIL            PIC X(256).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-DET-F4            PIC X(20).
       01  WS-AMOUNT-NUM        PIC S9(9)V99.
       01  WS-FORMATTED-AMOUNT  PIC X(20).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "estate-release".
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
           MOVE SPACES TO WS-CMD-VERB, WS-CMD-ARG1, WS-CMD-ARG2,
               WS-CMD-REST
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-CMD-VERB, WS-CMD-ARG1
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           MOVE WS-COMMAND-LINE(WS-CMD-PTR:) TO WS-CMD-REST

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

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-VERB))
               WHEN "RELEASE"
                   PERFORM REQUEST-ESTATE-RELEASE
               WHEN "CLEAR"
                   PERFORM CLEAR-CREDIT-FLAG
               WHEN OTHER
                   PERFORM LIST-ESTATES
           END-EVALUATE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       REQUEST-ESTATE-RELEASE.
           *> RELEASE <customer-id> <executor name>: every frozen
           *> estate account of the deceased goes to the approval desk
           *> as an estate closure. A second supervisor approves it in
           *> approval-processor and the next batch closes the account,
           *> paying the balance out to the executor.
           IF WS-CMD-ARG1 = SPACES OR FUNCTION TRIM(WS-CMD-REST)
                   = SPACES
               DISPLAY "Use: estate-release RELEASE <customer-id> "
                       "<executor name>"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CMD-ARG1) IS NOT NUMERIC
               DISPLAY "Customer id must be numeric: "
                       FUNCTION TRIM(WS-CMD-ARG1)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CMD-ARG1) TO WS-CUSTOMER-ID
           MOVE FUNCTION TRIM(WS-CMD-REST) TO WS-EXECUTOR

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) || ';' || (SELECT COUNT(*) FROM "
                  "deceased_credit_flags f JOIN estate_accounts x "
                  "USING (account_id) WHERE x.customer_id = "
                  WS-CUSTOMER-ID
                  " AND f.status = 'OPEN') FROM estate_accounts "
                  "WHERE customer_id = "
                  WS-CUSTOMER-ID
                  " AND status = 'FROZEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DET-F1, WS-DET-F2
           UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2
           END-UNSTRING
           COMPUTE WS-ESTATE-COUNT = FUNCTION NUMVAL(WS-DET-F1)
           COMPUTE WS-OPEN-FLAGS = FUNCTION NUMVAL(WS-DET-F2)
           IF WS-ESTATE-COUNT = 0
               DISPLAY "Customer " WS-CUSTOMER-ID
                       " has no frozen estate account to release."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           *> money paid in after the death may have to go back to
           *> the payer - it cannot leave with the estate undecided
           IF WS-OPEN-FLAGS > 0
               DISPLAY "Customer " WS-CUSTOMER-ID " has "
                       WS-OPEN-FLAGS " post-death credit(s) awaiting "
                       "a return decision - CLEAR them first."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO pending_approvals (record, amount, "
                  "originator, status, created_at) SELECT 'DELETE,'"
                  " || e.account_id || ',' || e.customer_id || "
                  "',ESTATE', a.balance, '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', 'PENDING', CURRENT_TIMESTAMP FROM "
                  "estate_accounts e JOIN accounts a USING "
                  "(account_id) WHERE e.customer_id = "
                  WS-CUSTOMER-ID
                  " AND e.status = 'FROZEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "UPDATE estate_accounts SET status = "
                  "'RELEASE_PENDING', executor_name = ?, "
                  "requested_by = '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', requested_date = CURRENT_DATE "
                  "WHERE customer_id = "
                  WS-CUSTOMER-ID
                  " AND status = 'FROZEN'"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-EXECUTOR) TO SQL-PARAM(1)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC NOT = 0
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-ESTATE-COUNT " estate account(s) of customer "
                   WS-CUSTOMER-ID " sent to the approval desk for "
                   "release to " FUNCTION TRIM(WS-EXECUTOR) "."
           DISPLAY "A second supervisor must approve them in "
                   "approval-processor.".

       CLEAR-CREDIT-FLAG.
           *> CLEAR <flag-id> RETURNED|RETAINED: record what became of
           *> a credit that arrived after the date of death.
           MOVE SPACES TO WS-CMD-ARG2
           UNSTRING WS-CMD-REST DELIMITED BY ALL SPACE
               INTO WS-CMD-ARG2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG2))
               TO WS-DECISION
           IF WS-CMD-ARG1 = SPACES
               OR FUNCTION TRIM(WS-CMD-ARG1) IS NOT NUMERIC
               OR (WS-DECISION NOT = "RETURNED"
                   AND WS-DECISION NOT = "RETAINED")
               DISPLAY "Use: estate-release CLEAR <flag-id> "
                       "RETURNED|RETAINED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CMD-ARG1) TO WS-FLAG-ID

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "UPDATE deceased_credit_flags SET status = '"
                  FUNCTION TRIM(WS-DECISION)
                  "', resolved_by = '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', resolved_date = CURRENT_DATE WHERE flag_id = "
                  WS-FLAG-ID
                  " AND status = 'OPEN' RETURNING flag_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               DISPLAY "No open post-death credit flag " WS-FLAG-ID "."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Flag " WS-FLAG-ID " cleared as "
                   FUNCTION TRIM(WS-DECISION) ".".

       LIST-ESTATES.
           DISPLAY "--- ESTATE ACCOUNTS NOT YET RELEASED ---"
           DISPLAY "CUST  ACCOUNT  DIED        STATUS          "
                   "FLAGS  BALANCE"
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT e.customer_id || ';' || e.account_id || "
                  "';' || e.date_of_death || ';' || e.status, "
                  "(SELECT COUNT(*) FROM deceased_credit_flags f "
                  "WHERE f.account_id = e.account_id AND f.status = "
                  "'OPEN'), a.balance FROM estate_accounts e "
                  "JOIN accounts a USING (account_id) "
                  "WHERE e.status <> 'RELEASED' "
                  "ORDER BY e.customer_id, e.account_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RC
           PERFORM PRINT-ONE-ESTATE UNTIL RC NOT = 0
           DISPLAY " "
           DISPLAY WS-ESTATE-COUNT " estate account(s) outstanding."
           DISPLAY "Use: estate-release RELEASE <customer-id> "
                   "<executor name>"
           DISPLAY "     estate-release CLEAR <flag-id> "
                   "RETURNED|RETAINED".

       PRINT-ONE-ESTATE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-ESTATE-COUNT
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2,
                   WS-DET-F3, WS-DET-F4
               MOVE FUNCTION TRIM(C1) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4
               END-UNSTRING
               COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(C3)
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-AMOUNT-NUM, WS-FORMATTED-AMOUNT
               DISPLAY WS-DET-F1(1:5) " " WS-DET-F2(1:8) " "
                       WS-DET-F3(1:10) "  " WS-DET-F4(1:15) " "
                       C2(1:5) "  "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           END-IF.
