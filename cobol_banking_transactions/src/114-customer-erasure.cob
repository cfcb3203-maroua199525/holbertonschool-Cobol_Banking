IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-erasure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-FILE ASSIGN TO WS-CERT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).
       FD  CERT-FILE.
       01  CERT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "customer-erasure".
       01  WS-ENV-VALUE         PIC X(10).
       01  CERT-FILE-STATUS     PIC XX.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).
       01  WS-CERT-FILENAME     PIC X(80).
       01  WS-OPERATOR-ID       PIC X(20).

       *> A customer whose last account closed longer ago than the
       *> retention period is erased: name, address, phone, email and
       *> TIN become a random token, the date of birth is cleared, and
       *> the address history and master-change log lose the old
       *> values the same way. The ledger is left exactly as it is.
       *> An active legal hold, an open dispute on one of its accounts
       *> or an open AML case holds the erasure back. Erased customers
       *> carry erased_date and are never picked up again.
       01  WS-RETENTION-DAYS    PIC 9(5) VALUE 2555.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY    OCCURS 500 TIMES.
               10  WS-CAND-CUSTOMER PIC X(10).
               10  WS-CAND-CLOSED   PIC X(10).
       01  WS-CAND-USED         PIC 9(3) VALUE 0.
       01  WS-CAND-IX           PIC 9(3).
       01  WS-CUSTOMER-ID       PIC X(10).
       01  WS-BLOCK-REASON      PIC X(30).
       01  WS-TOKEN             PIC X(16).
       01  WS-ACCOUNT-LIST      PIC X(200).
       01  WS-FOUND-COUNT       PIC X(20).
       01  WS-STEP-FAILED       PIC X VALUE 'N'.
       01  WS-ERASED-COUNT      PIC 9(5) VALUE 0.
       01  WS-BLOCKED-COUNT     PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(5) VALUE 0.
       01  WS-CURRENT-TIMESTAMP PIC X(21).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "customer-erasure".
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
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "ERASURE_RETENTION_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-RETENTION-DAYS =
                   FUNCTION NUMVAL(WS-ENV-VALUE)
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

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/customer_erasure_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "RIGHT-TO-ERASURE RUN - " WS-BUSINESS-DATE
                  " - retention " WS-RETENTION-DAYS
                  " days after the last account closed"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  customer  last closed  outcome" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM COLLECT-CANDIDATES
           PERFORM ERASE-ONE-CUSTOMER
               VARYING WS-CAND-IX FROM 1 BY 1
               UNTIL WS-CAND-IX > WS-CAND-USED

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-ERASED-COUNT " erased, " WS-BLOCKED-COUNT
                  " held back, " WS-FAILED-COUNT " failed."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Customer erasure: " WS-ERASED-COUNT " erased, "
                   WS-BLOCKED-COUNT " held back, " WS-FAILED-COUNT
                   " failed - see " FUNCTION TRIM(WS-REPORT-FILENAME)
           GOBACK.

       COLLECT-CANDIDATES.
           *> the relationship ended when the last account closed -
           *> whether that account is still on file or already purged
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT customer_id, lc::text, '' FROM (SELECT "
                  "c.customer_id, GREATEST(c.last_account_closed, "
                  "(SELECT MAX(a.closed_date) FROM accounts a WHERE "
                  "a.customer_id = c.customer_id)) AS lc FROM "
                  "customers c WHERE c.erased_date IS NULL AND NOT "
                  "EXISTS (SELECT 1 FROM accounts a WHERE "
                  "a.customer_id = c.customer_id AND a.status <> "
                  "'CLOSED')) x WHERE lc < DATE '"
                  WS-BUSINESS-DATE
                  "' - "
                  WS-RETENTION-DAYS
                  " ORDER BY customer_id"
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
           IF RC = 0 AND WS-CAND-USED < 500
               ADD 1 TO WS-CAND-USED
               MOVE FUNCTION TRIM(C1) TO WS-CAND-CUSTOMER(WS-CAND-USED)
               MOVE FUNCTION TRIM(C2) TO WS-CAND-CLOSED(WS-CAND-USED)
           END-IF.

       ERASE-ONE-CUSTOMER.
           MOVE WS-CAND-CUSTOMER(WS-CAND-IX) TO WS-CUSTOMER-ID
           PERFORM CHECK-ERASURE-BLOCKS
           IF WS-BLOCK-REASON NOT = SPACES
               ADD 1 TO WS-BLOCKED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-CUSTOMER-ID "  "
                      WS-CAND-CLOSED(WS-CAND-IX)
                      "  held back - " WS-BLOCK-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-CUSTOMER-ACCOUNTS
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT substr(md5(random()::text || "
                  "clock_timestamp()::text), 1, 16)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-TOKEN
           IF RC NOT = 0 OR WS-TOKEN = SPACES
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               PERFORM REPORT-ERASURE-FAILED
               EXIT PARAGRAPH
           END-IF

           *> all or nothing per customer - a half-erased record would
           *> neither serve the audit nor satisfy the law
           MOVE 'N' TO WS-STEP-FAILED
           CALL STATIC "DB_BEGIN"
               USING BY VALUE DBH
               RETURNING RC

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE customers SET name = 'ERASED-"
                  WS-TOKEN "', address = '" WS-TOKEN
                  "', phone = '" WS-TOKEN "', email = '" WS-TOKEN
                  "', tax_tin = CASE WHEN tax_tin IS NULL THEN NULL "
                  "ELSE '" WS-TOKEN "' END, date_of_birth = NULL, "
                  "erased_date = DATE '" WS-BUSINESS-DATE
                  "', erasure_token = '" WS-TOKEN
                  "' WHERE erased_date IS NULL AND customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-ERASURE-STEP

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE customer_address_history SET address = '"
                  WS-TOKEN "' WHERE customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-ERASURE-STEP

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE customer_maint_log SET old_value = '"
                  WS-TOKEN "', new_value = '" WS-TOKEN
                  "' WHERE field IN ('NAME','ADDRESS','EMAIL',"
                  "'PHONE','DOB','TIN') AND customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-ERASURE-STEP

           *> the customer row must now carry this run's token - if
           *> another run erased it first, nothing here is kept
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FROM customers WHERE "
                  "erasure_token = '" WS-TOKEN
                  "' AND customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-FOUND-COUNT
           IF RC NOT = 0 OR WS-FOUND-COUNT NOT = "1"
               MOVE 'Y' TO WS-STEP-FAILED
           END-IF

           IF WS-STEP-FAILED = 'Y'
               CALL STATIC "DB_ROLLBACK"
                   USING BY VALUE DBH
                   RETURNING RC
               PERFORM REPORT-ERASURE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL STATIC "DB_COMMIT"
               USING BY VALUE DBH
               RETURNING RC

           ADD 1 TO WS-ERASED-COUNT
           PERFORM WRITE-ERASURE-CERTIFICATE
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-CUSTOMER-ID "  "
                  WS-CAND-CLOSED(WS-CAND-IX)
                  "  erased - certificate "
                  FUNCTION TRIM(WS-CERT-FILENAME)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-ERASURE-BLOCKS.
           MOVE SPACES TO WS-BLOCK-REASON
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COUNT(*) FROM legal_holds h WHERE h.status "
                  "<> 'RELEASED' AND ((h.hold_scope = 'CUSTOMER' AND "
                  "h.hold_key = '"
                  FUNCTION TRIM(WS-CUSTOMER-ID)
                  "') OR (h.hold_scope = 'ACCOUNT' AND h.hold_key IN "
                  "(SELECT account_id::text FROM accounts WHERE "
                  "customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
                  ")))"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM FETCH-BLOCK-COUNT
           IF WS-FOUND-COUNT NOT = "0"
               MOVE "active legal hold" TO WS-BLOCK-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COUNT(*) FROM dispute_cases d JOIN "
                  "accounts a ON a.account_id = d.account_id WHERE "
                  "d.status = 'OPEN' AND a.customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM FETCH-BLOCK-COUNT
           IF WS-FOUND-COUNT NOT = "0"
               MOVE "open dispute case" TO WS-BLOCK-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COUNT(*) FROM aml_cases WHERE "
                  "customer_id::text = '"
                  FUNCTION TRIM(WS-CUSTOMER-ID)
                  "' AND status IN ('OPEN','ESCALATED')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM FETCH-BLOCK-COUNT
           IF WS-FOUND-COUNT NOT = "0"
               MOVE "open AML case" TO WS-BLOCK-REASON
           END-IF.

       FETCH-BLOCK-COUNT.
           *> an unanswered check counts as a block, never a pass
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-FOUND-COUNT
           IF RC NOT = 0 OR WS-FOUND-COUNT = SPACES
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "check failed" TO WS-FOUND-COUNT
           END-IF.

       LIST-CUSTOMER-ACCOUNTS.
           MOVE SPACES TO WS-ACCOUNT-LIST
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(string_agg(account_id::text, ' ' "
                  "ORDER BY account_id),'none on file') FROM accounts "
                  "WHERE customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   TO WS-ACCOUNT-LIST
           END-IF.

       RUN-ERASURE-STEP.
           IF WS-STEP-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-STEP-FAILED
           END-IF.

       REPORT-ERASURE-FAILED.
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-CUSTOMER-ID "  "
                  WS-CAND-CLOSED(WS-CAND-IX)
                  "  NOT erased - database error, nothing changed"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ERASURE-CERTIFICATE.
           MOVE SPACES TO WS-CERT-FILENAME
           STRING "audit/erasure_certificate_"
                  FUNCTION TRIM(WS-CUSTOMER-ID) ".txt"
               DELIMITED BY SIZE INTO WS-CERT-FILENAME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT CERT-FILE
           MOVE "CERTIFICATE OF ERASURE OF PERSONAL DATA" TO CERT-LINE
           WRITE CERT-LINE
           MOVE ALL "=" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "Customer:            "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "Erased on:           " WS-BUSINESS-DATE
                  " (run " WS-CURRENT-TIMESTAMP(1:8) " "
                  WS-CURRENT-TIMESTAMP(9:6) ", "
                  FUNCTION TRIM(WS-OPERATOR-ID) ")"
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "Erasure token:       " WS-TOKEN
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "Last account closed: "
                  FUNCTION TRIM(WS-CAND-CLOSED(WS-CAND-IX))
                  " (retention " WS-RETENTION-DAYS " days)"
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "Accounts on file:    "
                  FUNCTION TRIM(WS-ACCOUNT-LIST)
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Checked before erasure: no active legal hold, no open"
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "  dispute case and no open AML case."
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Replaced by the token: name, address, phone, email,"
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "  tax identification number; date of birth cleared;"
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "  address history and the old and new values of name,"
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "  address, phone, email, birth date and TIN changes."
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "The token is random and kept nowhere else with the"
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "  erased values - the erasure cannot be reversed."
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Retained unaltered for audit: the transaction ledger"
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "  (tx_log and tx_log_archive) of these accounts."
               TO CERT-LINE
           WRITE CERT-LINE
           CLOSE CERT-FILE.
