IDENTIFICATION DIVISION.
       PROGRAM-ID. subject-access-export.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READABLE-FILE ASSIGN TO WS-READABLE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MACHINE-FILE ASSIGN TO WS-MACHINE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCESS-LOG-FILE
               ASSIGN TO "audit/inquiry_access.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  READABLE-FILE.
       01  READABLE-LINE        PIC X(300).
       FD  MACHINE-FILE.
       01  MACHINE-RECORD       PIC X(420).
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE        PIC X(132).
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "subject-access-export".
       01  WS-ENV-VALUE         PIC X(10).
       01  ACCESS-LOG-STATUS    PIC XX.

       01  WS-COMMAND-LINE      PIC X(80).
       01  WS-CUSTOMER-ID       PIC X(10).
       01  WS-RECEIVED-DATE     PIC X(10).
       01  WS-DUE-DATE          PIC X(10).
       01  WS-DUE-DAYS          PIC 9(3) VALUE 30.
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-READABLE-FILENAME PIC X(80).
       01  WS-MACHINE-FILENAME  PIC X(80).
       01  WS-MANIFEST-FILENAME PIC X(80).
       01  WS-FILE-STEM         PIC X(60).

       *> Everything held on one customer, section by section: the
       *> readable file lists each record field by field, the machine
       *> file carries the same records pipe-delimited behind a COLS
       *> line naming the fields, and the manifest shows per section
       *> how many records went out and whether the section could be
       *> read in full. AML material is never part of an export.
       01  WS-ACCOUNT-SET       PIC X(160).
       01  WS-SECTION-NAME      PIC X(20).
       01  WS-SECTION-COLS      PIC X(200).
       01  WS-SECTION-PARTS     PIC 9.
       01  WS-SECTION-COUNT     PIC 9(7).
       01  WS-SECTION-STATUS    PIC X(12).
       01  WS-COL-COUNT         PIC 9(2).
       01  WS-COL-IX            PIC 9(2).
       01  WS-COL-TABLE.
           05  WS-COL-NAME      PIC X(20) OCCURS 12 TIMES.
       01  WS-VAL-TABLE.
           05  WS-COL-VALUE     PIC X(256) OCCURS 12 TIMES.
       01  WS-ROW-DATA          PIC X(400).

       01  WS-MANIFEST-TABLE.
           05  WS-MF-ENTRY      OCCURS 12 TIMES.
               10  WS-MF-SECTION    PIC X(20).
               10  WS-MF-COUNT      PIC 9(7).
               10  WS-MF-STATUS     PIC X(12).
       01  WS-MF-USED           PIC 9(2) VALUE 0.
       01  WS-MF-IX             PIC 9(2).
       01  WS-MACHINE-COUNT     PIC 9(7) VALUE 0.
       01  WS-EXPORT-STATUS     PIC X(10) VALUE "EXPORTED".

       01  WS-ACCT-TABLE.
           05  WS-ACCT-ID       PIC X(20) OCCURS 100 TIMES.
       01  WS-ACCT-USED         PIC 9(3) VALUE 0.
       01  WS-ACCT-IX           PIC 9(3).
       01  WS-ACCT-MATCH        PIC X.
       01  WS-LOG-ACCOUNT       PIC X(20).
       01  WS-LOG-NUM           PIC 9(18).
       01  WS-TABLE-NUM         PIC 9(18).
       01  WS-ACCESS-EOF        PIC X.
       01  WS-AUDIT-CHANNEL     PIC X(20).
       01  WS-AUDIT-TYPE        PIC X(10).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "subject-access-export".
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
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CUSTOMER-ID, WS-RECEIVED-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CUSTOMER-ID, WS-RECEIVED-DATE
           END-UNSTRING
           IF WS-CUSTOMER-ID = SPACES
              OR FUNCTION TRIM(WS-CUSTOMER-ID) IS NOT NUMERIC
               DISPLAY "Usage: subject-access-export <customer-id> "
                       "[<request received YYYY-MM-DD>]"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RECEIVED-DATE NOT = SPACES
              AND (WS-RECEIVED-DATE(5:1) NOT = "-"
                   OR WS-RECEIVED-DATE(8:1) NOT = "-"
                   OR WS-RECEIVED-DATE(1:4) IS NOT NUMERIC
                   OR WS-RECEIVED-DATE(6:2) IS NOT NUMERIC
                   OR WS-RECEIVED-DATE(9:2) IS NOT NUMERIC)
               DISPLAY "Request date must be YYYY-MM-DD."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAR_DUE_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-DUE-DAYS = FUNCTION NUMVAL(WS-ENV-VALUE)
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
           IF WS-RECEIVED-DATE = SPACES
               STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2)
                      "-" WS-BUSINESS-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-RECEIVED-DATE
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FROM customers WHERE customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) = "0"
               DISPLAY "No customer " FUNCTION TRIM(WS-CUSTOMER-ID)
                       " on file."
               MOVE 4 TO RETURN-CODE
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF

           *> the statutory clock runs from the day the request came in
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT (DATE '" WS-RECEIVED-DATE "' + "
                  WS-DUE-DAYS ")::text"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DUE-DATE

           MOVE SPACES TO WS-FILE-STEM
           STRING "build/subject_access_" FUNCTION TRIM(WS-CUSTOMER-ID)
                  "_" WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-FILE-STEM
           MOVE SPACES TO WS-READABLE-FILENAME, WS-MACHINE-FILENAME,
               WS-MANIFEST-FILENAME
           STRING FUNCTION TRIM(WS-FILE-STEM) ".txt"
               DELIMITED BY SIZE INTO WS-READABLE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-STEM) ".dat"
               DELIMITED BY SIZE INTO WS-MACHINE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-STEM) "_manifest.txt"
               DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           OPEN OUTPUT READABLE-FILE
           OPEN OUTPUT MACHINE-FILE

           MOVE SPACES TO READABLE-LINE
           STRING "PERSONAL DATA HELD ON CUSTOMER "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO READABLE-LINE
           WRITE READABLE-LINE
           MOVE SPACES TO READABLE-LINE
           STRING "Request received " WS-RECEIVED-DATE
                  ", due " FUNCTION TRIM(WS-DUE-DATE)
                  ", extracted " WS-BUSINESS-DATE " by "
                  FUNCTION TRIM(WS-OPERATOR-ID)
               DELIMITED BY SIZE INTO READABLE-LINE
           WRITE READABLE-LINE
           MOVE ALL "=" TO READABLE-LINE
           WRITE READABLE-LINE
           MOVE SPACES TO MACHINE-RECORD
           STRING "HEADER|SUBJECT-ACCESS|"
                  FUNCTION TRIM(WS-CUSTOMER-ID) "|"
                  WS-RECEIVED-DATE "|" FUNCTION TRIM(WS-DUE-DATE) "|"
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO MACHINE-RECORD
           WRITE MACHINE-RECORD

           *> every account the customer holds or is a named owner on
           MOVE SPACES TO WS-ACCOUNT-SET
           STRING "(SELECT account_id FROM account_owners WHERE "
                  "customer_id = " FUNCTION TRIM(WS-CUSTOMER-ID)
                  " UNION SELECT account_id FROM accounts WHERE "
                  "customer_id = " FUNCTION TRIM(WS-CUSTOMER-ID) ")"
               DELIMITED BY SIZE INTO WS-ACCOUNT-SET

           PERFORM EXPORT-CUSTOMER
           PERFORM EXPORT-ADDRESS-HISTORY
           PERFORM EXPORT-MAINT-LOG
           PERFORM EXPORT-ACCOUNTS
           PERFORM EXPORT-TRANSACTIONS
           PERFORM EXPORT-ALERT-OPTINS
           PERFORM EXPORT-ACCOUNT-MEMOS
           PERFORM EXPORT-DISPUTE-CASES
           PERFORM EXPORT-INQUIRY-ACCESS

           MOVE SPACES TO MACHINE-RECORD
           STRING "TRAILER|" WS-MACHINE-COUNT
               DELIMITED BY SIZE INTO MACHINE-RECORD
           WRITE MACHINE-RECORD
           CLOSE READABLE-FILE
           CLOSE MACHINE-FILE
           PERFORM WRITE-MANIFEST
           PERFORM LOG-DATA-REQUEST

           *> the export is itself a read of every account's data
           MOVE "subject-access-export" TO WS-AUDIT-CHANNEL
           MOVE "SAREXPORT" TO WS-AUDIT-TYPE
           PERFORM LOG-EXPORT-ACCESS
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-USED

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Subject-access export for customer "
                   FUNCTION TRIM(WS-CUSTOMER-ID) " "
                   FUNCTION TRIM(WS-EXPORT-STATUS) ", due "
                   FUNCTION TRIM(WS-DUE-DATE) ": "
                   FUNCTION TRIM(WS-READABLE-FILENAME) ", "
                   FUNCTION TRIM(WS-MACHINE-FILENAME) ", "
                   FUNCTION TRIM(WS-MANIFEST-FILENAME)
           GOBACK.

       EXPORT-CUSTOMER.
           MOVE "CUSTOMER" TO WS-SECTION-NAME
           MOVE SPACES TO WS-SECTION-COLS
           STRING "customer_id|status|date_of_birth|risk_rating|"
                  "phone|tax_residency|tax_tin|self_cert_date|"
                  "name|email|address|erased_date"
               DELIMITED BY SIZE INTO WS-SECTION-COLS
           MOVE 3 TO WS-SECTION-PARTS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT format('%s|%s|%s|%s', customer_id, status, "
                  "date_of_birth, risk_rating), format('%s|%s|%s|%s', "
                  "phone, tax_residency, tax_tin, self_cert_date), "
                  "format('%s|%s|%s|%s', replace(name,'|','/'), "
                  "email, replace(address,'|','/'), erased_date) "
                  "FROM customers WHERE customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXPORT-SECTION.

       EXPORT-ADDRESS-HISTORY.
           MOVE "ADDRESS-HISTORY" TO WS-SECTION-NAME
           MOVE "effective_from|recorded_by|address" TO WS-SECTION-COLS
           MOVE 3 TO WS-SECTION-PARTS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT format('%s', effective_from), "
                  "format('%s', recorded_by), "
                  "replace(COALESCE(address,''),'|','/') "
                  "FROM customer_address_history WHERE customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
                  " ORDER BY effective_from"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXPORT-SECTION.

       EXPORT-MAINT-LOG.
           MOVE "MASTER-CHANGES" TO WS-SECTION-NAME
           MOVE "changed_date|field|changed_by|old_value|new_value"
               TO WS-SECTION-COLS
           MOVE 3 TO WS-SECTION-PARTS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT format('%s|%s', changed_date, field), "
                  "format('%s', changed_by), format('%s|%s', "
                  "replace(old_value,'|','/'), "
                  "replace(new_value,'|','/')) "
                  "FROM customer_maint_log WHERE customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
                  " ORDER BY changed_date"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXPORT-SECTION.

       EXPORT-ACCOUNTS.
           MOVE "ACCOUNTS" TO WS-SECTION-NAME
           MOVE SPACES TO WS-SECTION-COLS
           STRING "account_id|role|status|balance|product_code|"
                  "branch_code|closed_date|owner_since"
               DELIMITED BY SIZE INTO WS-SECTION-COLS
           MOVE 3 TO WS-SECTION-PARTS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT format('%s|%s|%s', a.account_id, "
                  "COALESCE(o.owner_role,'HOLDER'), a.status), "
                  "format('%s|%s|%s', a.balance, a.product_code, "
                  "a.branch_code), format('%s|%s', a.closed_date, "
                  "o.added_at) FROM accounts a LEFT JOIN "
                  "account_owners o ON o.account_id = a.account_id "
                  "AND o.customer_id = "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
                  " WHERE a.account_id IN "
                  FUNCTION TRIM(WS-ACCOUNT-SET)
                  " ORDER BY a.account_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXPORT-SECTION.

       EXPORT-TRANSACTIONS.
           MOVE "TRANSACTIONS" TO WS-SECTION-NAME
           MOVE SPACES TO WS-SECTION-COLS
           STRING "tx_id|account_id|tx_type|amount|"
                  "balance_after|created_at|held_in"
               DELIMITED BY SIZE INTO WS-SECTION-COLS
           MOVE 3 TO WS-SECTION-PARTS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT format('%s|%s|%s', id, account_id, tx_type),"
                  " format('%s|%s', amount, balance_after), "
                  "format('%s|%s', created_at, src) FROM (SELECT *, "
                  "'LIVE' AS src FROM tx_log UNION ALL SELECT *, "
                  "'ARCHIVE' FROM tx_log_archive) t "
                  "WHERE account_id IN "
                  FUNCTION TRIM(WS-ACCOUNT-SET)
                  " ORDER BY created_at, id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXPORT-SECTION.

       EXPORT-ALERT-OPTINS.
           MOVE "ALERT-OPTINS" TO WS-SECTION-NAME
           MOVE "account_id|event_type|threshold" TO WS-SECTION-COLS
           MOVE 1 TO WS-SECTION-PARTS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT format('%s|%s|%s', account_id, event_type, "
                  "threshold), '', '' FROM alert_optins "
                  "WHERE account_id IN "
                  FUNCTION TRIM(WS-ACCOUNT-SET)
                  " ORDER BY account_id, event_type"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXPORT-SECTION.

       EXPORT-ACCOUNT-MEMOS.
           MOVE "ACCOUNT-MEMOS" TO WS-SECTION-NAME
           MOVE SPACES TO WS-SECTION-COLS
           STRING "account_id|category|created|author|"
                  "expiry_date|memo_text"
               DELIMITED BY SIZE INTO WS-SECTION-COLS
           MOVE 3 TO WS-SECTION-PARTS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT format('%s|%s|%s', account_id, category, "
                  "created_at::date), format('%s|%s', author, "
                  "expiry_date), replace(COALESCE(memo_text,''),'|',"
                  "'/') FROM account_memos WHERE account_id IN "
                  FUNCTION TRIM(WS-ACCOUNT-SET)
                  " ORDER BY account_id, created_at"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXPORT-SECTION.

       EXPORT-DISPUTE-CASES.
           MOVE "DISPUTE-CASES" TO WS-SECTION-NAME
           MOVE SPACES TO WS-SECTION-COLS
           STRING "case_id|tx_ref|account_id|amount|status|"
                  "opened_date|deadline_date|opened_by|comment"
               DELIMITED BY SIZE INTO WS-SECTION-COLS
           MOVE 3 TO WS-SECTION-PARTS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT format('%s|%s|%s', case_id, tx_ref, "
                  "account_id), format('%s|%s|%s', amount, status, "
                  "opened_date), format('%s|%s|%s', deadline_date, "
                  "opened_by, replace(comment,'|','/')) "
                  "FROM dispute_cases WHERE account_id IN "
                  FUNCTION TRIM(WS-ACCOUNT-SET)
                  " ORDER BY opened_date, case_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXPORT-SECTION.

       EXPORT-SECTION.
           PERFORM START-SECTION
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "NOT READ" TO WS-SECTION-STATUS
           ELSE
               PERFORM EXPORT-ONE-ROW UNTIL RC NOT = 0
           END-IF
           PERFORM END-SECTION.

       START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "COMPLETE" TO WS-SECTION-STATUS
           MOVE SPACES TO WS-COL-TABLE
           MOVE 0 TO WS-COL-COUNT
           UNSTRING WS-SECTION-COLS DELIMITED BY "|"
               INTO WS-COL-NAME(1), WS-COL-NAME(2), WS-COL-NAME(3),
                    WS-COL-NAME(4), WS-COL-NAME(5), WS-COL-NAME(6),
                    WS-COL-NAME(7), WS-COL-NAME(8), WS-COL-NAME(9),
                    WS-COL-NAME(10), WS-COL-NAME(11), WS-COL-NAME(12)
               TALLYING IN WS-COL-COUNT
           END-UNSTRING
           MOVE SPACES TO READABLE-LINE
           WRITE READABLE-LINE
           MOVE SPACES TO READABLE-LINE
           STRING FUNCTION TRIM(WS-SECTION-NAME)
               DELIMITED BY SIZE INTO READABLE-LINE
           WRITE READABLE-LINE
           MOVE ALL "-" TO READABLE-LINE(1:40)
           WRITE READABLE-LINE
           MOVE SPACES TO MACHINE-RECORD
           STRING "COLS|" FUNCTION TRIM(WS-SECTION-NAME) "|"
                  FUNCTION TRIM(WS-SECTION-COLS)
               DELIMITED BY SIZE INTO MACHINE-RECORD
           WRITE MACHINE-RECORD.

       EXPORT-ONE-ROW.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW-DATA
           EVALUATE WS-SECTION-PARTS
               WHEN 1
                   STRING FUNCTION TRIM(C1)
                       DELIMITED BY SIZE INTO WS-ROW-DATA
               WHEN 2
                   STRING FUNCTION TRIM(C1) "|" FUNCTION TRIM(C2)
                       DELIMITED BY SIZE INTO WS-ROW-DATA
               WHEN OTHER
                   STRING FUNCTION TRIM(C1) "|" FUNCTION TRIM(C2)
                          "|" FUNCTION TRIM(C3)
                       DELIMITED BY SIZE INTO WS-ROW-DATA
           END-EVALUATE
           PERFORM WRITE-EXPORT-ROW.

       WRITE-EXPORT-ROW.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO MACHINE-RECORD
           STRING FUNCTION TRIM(WS-SECTION-NAME) "|"
                  FUNCTION TRIM(WS-ROW-DATA)
               DELIMITED BY SIZE INTO MACHINE-RECORD
           WRITE MACHINE-RECORD
           ADD 1 TO WS-MACHINE-COUNT

           MOVE SPACES TO WS-VAL-TABLE
           UNSTRING WS-ROW-DATA DELIMITED BY "|"
               INTO WS-COL-VALUE(1), WS-COL-VALUE(2), WS-COL-VALUE(3),
                    WS-COL-VALUE(4), WS-COL-VALUE(5), WS-COL-VALUE(6),
                    WS-COL-VALUE(7), WS-COL-VALUE(8), WS-COL-VALUE(9),
                    WS-COL-VALUE(10), WS-COL-VALUE(11),
                    WS-COL-VALUE(12)
           END-UNSTRING
           IF WS-SECTION-NAME = "ACCOUNTS" AND WS-ACCT-USED < 100
               ADD 1 TO WS-ACCT-USED
               MOVE WS-COL-VALUE(1) TO WS-ACCT-ID(WS-ACCT-USED)
           END-IF
           MOVE SPACES TO READABLE-LINE
           WRITE READABLE-LINE
           PERFORM WRITE-READABLE-FIELD
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > WS-COL-COUNT.

       WRITE-READABLE-FIELD.
           MOVE SPACES TO READABLE-LINE
           STRING "  " WS-COL-NAME(WS-COL-IX) ": "
                  FUNCTION TRIM(WS-COL-VALUE(WS-COL-IX))
               DELIMITED BY SIZE INTO READABLE-LINE
           WRITE READABLE-LINE.

       END-SECTION.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO READABLE-LINE
               IF WS-SECTION-STATUS = "COMPLETE"
                   MOVE "  (no records held)" TO READABLE-LINE
               ELSE
                   MOVE "  (section could not be read - see manifest)"
                       TO READABLE-LINE
               END-IF
               WRITE READABLE-LINE
           END-IF
           IF WS-SECTION-STATUS NOT = "COMPLETE"
               MOVE "INCOMPLETE" TO WS-EXPORT-STATUS
           END-IF
           IF WS-MF-USED < 12
               ADD 1 TO WS-MF-USED
               MOVE WS-SECTION-NAME TO WS-MF-SECTION(WS-MF-USED)
               MOVE WS-SECTION-COUNT TO WS-MF-COUNT(WS-MF-USED)
               MOVE WS-SECTION-STATUS TO WS-MF-STATUS(WS-MF-USED)
           END-IF.

       EXPORT-INQUIRY-ACCESS.
           *> who looked at the customer's accounts, from the
           *> hash-chained inquiry access log
           MOVE "DATA-ACCESS-LOG" TO WS-SECTION-NAME
           MOVE "date|time|operator|account_id|inquiry_type|channel"
               TO WS-SECTION-COLS
           PERFORM START-SECTION
           MOVE 'N' TO WS-ACCESS-EOF
           OPEN INPUT ACCESS-LOG-FILE
           IF ACCESS-LOG-STATUS = "00"
               PERFORM SCAN-ONE-ACCESS-LINE UNTIL WS-ACCESS-EOF = 'Y'
               CLOSE ACCESS-LOG-FILE
           ELSE
               IF ACCESS-LOG-STATUS NOT = "35"
                   MOVE "NOT READ" TO WS-SECTION-STATUS
               END-IF
           END-IF
           PERFORM END-SECTION.

       SCAN-ONE-ACCESS-LINE.
           READ ACCESS-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-ACCESS-EOF
               NOT AT END
                   MOVE SPACES TO WS-VAL-TABLE
                   UNSTRING ACCESS-LOG-RECORD DELIMITED BY "|"
                       INTO WS-COL-VALUE(1), WS-COL-VALUE(2),
                            WS-COL-VALUE(3), WS-COL-VALUE(4),
                            WS-COL-VALUE(5), WS-COL-VALUE(6)
                   END-UNSTRING
                   MOVE WS-COL-VALUE(4) TO WS-LOG-ACCOUNT
                   PERFORM MATCH-CUSTOMER-ACCOUNT
                   IF WS-ACCT-MATCH = 'Y'
                       MOVE SPACES TO WS-ROW-DATA
                       STRING FUNCTION TRIM(WS-COL-VALUE(1)) "|"
                              FUNCTION TRIM(WS-COL-VALUE(2)) "|"
                              FUNCTION TRIM(WS-COL-VALUE(3)) "|"
                              FUNCTION TRIM(WS-COL-VALUE(4)) "|"
                              FUNCTION TRIM(WS-COL-VALUE(5)) "|"
                              FUNCTION TRIM(WS-COL-VALUE(6))
                           DELIMITED BY SIZE INTO WS-ROW-DATA
                       PERFORM WRITE-EXPORT-ROW
                   END-IF
           END-READ.

       MATCH-CUSTOMER-ACCOUNT.
           *> the log holds ids as each channel passed them - compare
           *> numerically where both sides are numbers
           MOVE 'N' TO WS-ACCT-MATCH
           PERFORM MATCH-ONE-ACCOUNT
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-USED OR WS-ACCT-MATCH = 'Y'.

       MATCH-ONE-ACCOUNT.
           IF FUNCTION TRIM(WS-LOG-ACCOUNT) IS NUMERIC
              AND FUNCTION TRIM(WS-ACCT-ID(WS-ACCT-IX)) IS NUMERIC
               COMPUTE WS-LOG-NUM = FUNCTION NUMVAL(WS-LOG-ACCOUNT)
               COMPUTE WS-TABLE-NUM =
                   FUNCTION NUMVAL(WS-ACCT-ID(WS-ACCT-IX))
               IF WS-LOG-NUM = WS-TABLE-NUM
                   MOVE 'Y' TO WS-ACCT-MATCH
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-LOG-ACCOUNT) =
                       FUNCTION TRIM(WS-ACCT-ID(WS-ACCT-IX))
                   MOVE 'Y' TO WS-ACCT-MATCH
               END-IF
           END-IF.

       WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-LINE
           STRING "SUBJECT-ACCESS EXPORT MANIFEST - CUSTOMER "
                  FUNCTION TRIM(WS-CUSTOMER-ID)
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "Received " WS-RECEIVED-DATE "  due "
                  FUNCTION TRIM(WS-DUE-DATE) "  extracted "
                  WS-BUSINESS-DATE "  by " FUNCTION TRIM(WS-OPERATOR-ID)
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "Readable: " FUNCTION TRIM(WS-READABLE-FILENAME)
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "Machine:  " FUNCTION TRIM(WS-MACHINE-FILENAME)
                  " (" WS-MACHINE-COUNT " data records)"
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE ALL "-" TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE "  section               records  status"
               TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           PERFORM WRITE-ONE-MANIFEST-LINE
               VARYING WS-MF-IX FROM 1 BY 1
               UNTIL WS-MF-IX > WS-MF-USED
           MOVE ALL "-" TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "Export " FUNCTION TRIM(WS-EXPORT-STATUS)
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           CLOSE MANIFEST-FILE.

       WRITE-ONE-MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE
           STRING "  " WS-MF-SECTION(WS-MF-IX) "  "
                  WS-MF-COUNT(WS-MF-IX) "  " WS-MF-STATUS(WS-MF-IX)
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE.

       LOG-DATA-REQUEST.
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO data_access_requests (customer_id, "
                  "received_date, due_date, requested_by, "
                  "exported_date, export_file, status) VALUES ("
                  FUNCTION TRIM(WS-CUSTOMER-ID) ", DATE '"
                  WS-RECEIVED-DATE "', DATE '"
                  FUNCTION TRIM(WS-DUE-DATE) "', '"
                  FUNCTION TRIM(WS-OPERATOR-ID) "', DATE '"
                  WS-BUSINESS-DATE "', '"
                  FUNCTION TRIM(WS-FILE-STEM) "', '"
                  FUNCTION TRIM(WS-EXPORT-STATUS) "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_EXEC"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-EXPORT-STATUS NOT = "EXPORTED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOG-EXPORT-ACCESS.
           CALL STATIC "LOG-INQUIRY-ACCESS"
               USING WS-AUDIT-CHANNEL, WS-ACCT-ID(WS-ACCT-IX),
                     WS-AUDIT-TYPE.
