IDENTIFICATION DIVISION.
       PROGRAM-ID. collections-queue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTOR-FILE ASSIGN TO "collectors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECTOR-FILE-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO WS-WORKLIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-REPORT-FILE ASSIGN TO WS-RATE-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTOR-FILE.
       01  COLLECTOR-RECORD     PIC X(80).
       FD  WORKLIST-FILE.
       01  WORKLIST-LINE        PIC X(132).
       FD  RATE-REPORT-FILE.
       01  RATE-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "collections-queue".
       01  COLLECTOR-FILE-STATUS PIC XX.
       01  WS-EOF               PIC X.

       *> collectors.dat: branch,band-low,band-high,collector-id per
       *> line. Branch * covers any branch; an empty band-high has no
       *> ceiling. The first line whose branch and band both fit the
       *> item wins, so branch-specific lines go above the * lines.
       01  WS-COLL-TABLE.
           05  WS-COLL-ENTRY    OCCURS 100 TIMES.
               10  WS-CL-BRANCH     PIC X(10).
               10  WS-CL-LOW        PIC 9(9)V99.
               10  WS-CL-HIGH       PIC 9(9)V99.
               10  WS-CL-COLLECTOR  PIC X(20).
       01  WS-COLL-USED         PIC 9(3) VALUE 0.
       01  WS-COLL-IX           PIC 9(3).
       01  WS-COLL-FIELDS       PIC X(80).
       01  WS-CL-F1             PIC X(20).
       01  WS-CL-F2             PIC X(20).
       01  WS-CL-F3             PIC X(20).
       01  WS-CL-F4             PIC X(20).
       01  WS-ASSIGNED          PIC X(20).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-PERIOD-START      PIC X(10).
       01  WS-WORKLIST-FILENAME PIC X(80).
       01  WS-RATE-REPORT-FILENAME PIC X(80).

       *> tonight's delinquent items: overdrawn deposit accounts (OD)
       *> and loans with an installment past due (LOAN)
       01  WS-DLQ-TABLE.
           05  WS-DLQ-ENTRY     OCCURS 1000 TIMES.
               10  WS-DQ-TYPE       PIC X(4).
               10  WS-DQ-ACCOUNT    PIC X(10).
               10  WS-DQ-LOAN       PIC X(20).
               10  WS-DQ-BRANCH     PIC X(10).
               10  WS-DQ-OWED       PIC S9(9)V99.
               10  WS-DQ-DPD        PIC 9(5).
       01  WS-DLQ-USED          PIC 9(4) VALUE 0.
       01  WS-DLQ-IX            PIC 9(4).
       01  WS-DETAIL            PIC X(120).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-DET-F4            PIC X(20).
       01  WS-DET-F5            PIC X(20).
       01  WS-DET-F6            PIC X(20).
       01  WS-DET-F7            PIC X(20).
       01  WS-OWED-EDIT         PIC 9(9).99.
       01  WS-ITEM-ID           PIC X(20).

       *> pending promises, buffered before each is proved against
       *> the ledger
       01  WS-PTP-TABLE.
           05  WS-PTP-ENTRY     OCCURS 1000 TIMES.
               10  WS-PT-CONTACT    PIC X(20).
               10  WS-PT-ITEM       PIC X(20).
               10  WS-PT-ACCOUNT    PIC X(10).
               10  WS-PT-AMOUNT     PIC S9(9)V99.
               10  WS-PT-DATE       PIC X(10).
               10  WS-PT-TAKEN      PIC X(10).
       01  WS-PTP-USED          PIC 9(4) VALUE 0.
       01  WS-PTP-IX            PIC 9(4).
       01  WS-PAID-SINCE        PIC S9(9)V99.
       01  WS-PTP-OUTCOME       PIC X(8).
       01  WS-ACCT-ID-STR       PIC X(20).
       01  WS-ALERT-DETAIL      PIC X(60).
       01  WS-AMOUNT-EDIT       PIC 9(9).99.

       01  WS-NEW-COUNT         PIC 9(5) VALUE 0.
       01  WS-REFRESH-COUNT     PIC 9(5) VALUE 0.
       01  WS-KEPT-COUNT        PIC 9(5) VALUE 0.
       01  WS-BROKEN-COUNT      PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01  WS-LAST-COLLECTOR    PIC X(20).
       01  WS-LIST-OWED         PIC S9(9)V99.
       01  WS-KEPT-N            PIC 9(5).
       01  WS-BROKEN-N          PIC 9(5).
       01  WS-PENDING-N         PIC 9(5).
       01  WS-KEPT-RATE         PIC 9(3)V9.
       01  WS-KEPT-RATE-EDIT    PIC ZZ9.9.
       01  WS-ALL-KEPT          PIC 9(7) VALUE 0.
       01  WS-ALL-BROKEN        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-COLLECTOR-MAP
           IF WS-COLL-USED = 0
               DISPLAY "ABORT: collectors.dat missing or empty - "
                       "no collections queue built."
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

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2)
                  "-01"
               DELIMITED BY SIZE INTO WS-PERIOD-START

           *> promises are proved before the queue refresh, so a
           *> promise that cured the item still counts as kept
           PERFORM COLLECT-PENDING-PROMISES
           PERFORM PROVE-ONE-PROMISE
               VARYING WS-PTP-IX FROM 1 BY 1
               UNTIL WS-PTP-IX > WS-PTP-USED

           PERFORM COLLECT-OVERDRAWN-ACCOUNTS
           PERFORM COLLECT-DELINQUENT-LOANS
           PERFORM QUEUE-ONE-ITEM
               VARYING WS-DLQ-IX FROM 1 BY 1
               UNTIL WS-DLQ-IX > WS-DLQ-USED
           PERFORM CLOSE-CURED-ITEMS

           PERFORM WRITE-COLLECTOR-WORKLIST
           PERFORM WRITE-PROMISE-RATE-REPORT

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Collections: " WS-DLQ-USED " delinquent item(s), "
                   WS-NEW-COUNT " new to the queue; promises "
                   WS-KEPT-COUNT " kept, " WS-BROKEN-COUNT
                   " broken and escalated."
           GOBACK.

       LOAD-COLLECTOR-MAP.
           MOVE 0 TO WS-COLL-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT COLLECTOR-FILE
           IF COLLECTOR-FILE-STATUS = "00"
               PERFORM LOAD-ONE-COLLECTOR UNTIL WS-EOF = 'Y'
               CLOSE COLLECTOR-FILE
           END-IF.

       LOAD-ONE-COLLECTOR.
           READ COLLECTOR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-COLL-USED < 100
                      AND FUNCTION TRIM(COLLECTOR-RECORD) NOT = SPACES
                       ADD 1 TO WS-COLL-USED
                       MOVE SPACES TO WS-COLL-FIELDS, WS-CL-F1,
                           WS-CL-F2, WS-CL-F3, WS-CL-F4
                       MOVE FUNCTION TRIM(COLLECTOR-RECORD)
                           TO WS-COLL-FIELDS
                       UNSTRING WS-COLL-FIELDS DELIMITED BY ","
                           INTO WS-CL-F1, WS-CL-F2, WS-CL-F3, WS-CL-F4
                       END-UNSTRING
                       MOVE FUNCTION UPPER-CASE(WS-CL-F1)
                           TO WS-CL-BRANCH(WS-COLL-USED)
                       COMPUTE WS-CL-LOW(WS-COLL-USED) =
                           FUNCTION NUMVAL(WS-CL-F2)
                       IF WS-CL-F3 = SPACES
                           MOVE 999999999.99
                               TO WS-CL-HIGH(WS-COLL-USED)
                       ELSE
                           COMPUTE WS-CL-HIGH(WS-COLL-USED) =
                               FUNCTION NUMVAL(WS-CL-F3)
                       END-IF
                       MOVE WS-CL-F4 TO WS-CL-COLLECTOR(WS-COLL-USED)
                   END-IF
           END-READ.

       COLLECT-PENDING-PROMISES.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT contact_id || ';' || item_id || ';' || "
                  "account_id, promise_amount || ';' || promise_date, "
                  "contact_date FROM collection_contacts "
                  "WHERE promise_status = 'PENDING' ORDER BY contact_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM BUFFER-ONE-PROMISE UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-PROMISE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-PTP-USED < 1000
               ADD 1 TO WS-PTP-USED
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2,
                   WS-DET-F3
               MOVE FUNCTION TRIM(C1) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2, WS-DET-F3
               END-UNSTRING
               MOVE WS-DET-F1 TO WS-PT-CONTACT(WS-PTP-USED)
               MOVE WS-DET-F2 TO WS-PT-ITEM(WS-PTP-USED)
               MOVE WS-DET-F3 TO WS-PT-ACCOUNT(WS-PTP-USED)
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
               MOVE FUNCTION TRIM(C2) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2
               END-UNSTRING
               COMPUTE WS-PT-AMOUNT(WS-PTP-USED) =
                   FUNCTION NUMVAL(WS-DET-F1)
               MOVE WS-DET-F2(1:10) TO WS-PT-DATE(WS-PTP-USED)
               MOVE C3(1:10) TO WS-PT-TAKEN(WS-PTP-USED)
           END-IF.

       PROVE-ONE-PROMISE.
           *> money the customer has paid in since the promise was
           *> taken, up to and including the promised day
           MOVE 0 TO WS-PAID-SINCE
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(SUM(amount),0) FROM tx_log "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-PT-ACCOUNT(WS-PTP-IX))
                  " AND tx_type IN ('DEPOSIT','TRANSFER_IN','PAY_CR') "
                  "AND created_at::date >= DATE '"
                  WS-PT-TAKEN(WS-PTP-IX)
                  "' AND created_at::date <= DATE '"
                  WS-PT-DATE(WS-PTP-IX)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               COMPUTE WS-PAID-SINCE =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF

           MOVE SPACES TO WS-PTP-OUTCOME
           IF WS-PAID-SINCE >= WS-PT-AMOUNT(WS-PTP-IX)
               MOVE "KEPT" TO WS-PTP-OUTCOME
           ELSE
               IF WS-PT-DATE(WS-PTP-IX) < WS-SQL-DATE
                   MOVE "BROKEN" TO WS-PTP-OUTCOME
               END-IF
           END-IF
           IF WS-PTP-OUTCOME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE collection_contacts SET promise_status = '"
                  FUNCTION TRIM(WS-PTP-OUTCOME)
                  "', resolved_date = DATE '"
                  WS-SQL-DATE
                  "' WHERE contact_id = "
                  FUNCTION TRIM(WS-PT-CONTACT(WS-PTP-IX))
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

           IF WS-PTP-OUTCOME = "KEPT"
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF

           *> a broken promise moves the item up its collector's
           *> worklist and tells the customer's relationship channel
           ADD 1 TO WS-BROKEN-COUNT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE collection_items SET escalation_level = "
                  "escalation_level + 1, last_outcome = 'PTP BROKEN' "
                  "WHERE item_id = "
                  FUNCTION TRIM(WS-PT-ITEM(WS-PTP-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           MOVE WS-PT-ACCOUNT(WS-PTP-IX) TO WS-ACCT-ID-STR
           MOVE WS-PT-AMOUNT(WS-PTP-IX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "promise of " FUNCTION TRIM(WS-AMOUNT-EDIT)
                  " by " WS-PT-DATE(WS-PTP-IX) " broken"
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           CALL STATIC "QUEUE-ALERT-TRIGGER"
               USING DBH, WS-ACCT-ID-STR, "PTPBROKEN   ",
                     WS-ALERT-DETAIL.

       COLLECT-OVERDRAWN-ACCOUNTS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT account_id, COALESCE(branch_code,'HQ'), "
                  "0 - balance FROM accounts WHERE balance < 0 "
                  "ORDER BY account_id"
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
               PERFORM BUFFER-ONE-OVERDRAWN UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-OVERDRAWN.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-DLQ-USED < 1000
               ADD 1 TO WS-DLQ-USED
               MOVE "OD" TO WS-DQ-TYPE(WS-DLQ-USED)
               MOVE FUNCTION TRIM(C1) TO WS-DQ-ACCOUNT(WS-DLQ-USED)
               MOVE SPACES TO WS-DQ-LOAN(WS-DLQ-USED)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(C2))
                   TO WS-DQ-BRANCH(WS-DLQ-USED)
               COMPUTE WS-DQ-OWED(WS-DLQ-USED) = FUNCTION NUMVAL(C3)
               MOVE 0 TO WS-DQ-DPD(WS-DLQ-USED)
           END-IF.

       COLLECT-DELINQUENT-LOANS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT l.loan_id, l.account_id || ';' || "
                  "COALESCE(a.branch_code,'HQ') || ';' || "
                  "SUM(s.principal_due + s.interest_due), DATE '"
                  WS-SQL-DATE
                  "' - MIN(s.due_date) FROM loans l "
                  "JOIN accounts a ON a.account_id = l.account_id "
                  "JOIN loan_schedule s ON s.loan_id = l.loan_id "
                  "WHERE l.status = 'ACTIVE' AND s.status = 'DUE' "
                  "AND s.due_date < DATE '"
                  WS-SQL-DATE
                  "' GROUP BY l.loan_id, l.account_id, a.branch_code "
                  "ORDER BY l.loan_id"
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
           IF RC = 0 AND WS-DLQ-USED < 1000
               ADD 1 TO WS-DLQ-USED
               MOVE "LOAN" TO WS-DQ-TYPE(WS-DLQ-USED)
               MOVE FUNCTION TRIM(C1) TO WS-DQ-LOAN(WS-DLQ-USED)
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2,
                   WS-DET-F3
               MOVE FUNCTION TRIM(C2) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2, WS-DET-F3
               END-UNSTRING
               MOVE WS-DET-F1 TO WS-DQ-ACCOUNT(WS-DLQ-USED)
               MOVE FUNCTION UPPER-CASE(WS-DET-F2)
                   TO WS-DQ-BRANCH(WS-DLQ-USED)
               COMPUTE WS-DQ-OWED(WS-DLQ-USED) =
                   FUNCTION NUMVAL(WS-DET-F3)
               COMPUTE WS-DQ-DPD(WS-DLQ-USED) = FUNCTION NUMVAL(C3)
           END-IF.

       QUEUE-ONE-ITEM.
           *> an item already on the queue keeps its collector and
           *> just takes tonight's figures; a new one is assigned
           MOVE WS-DQ-OWED(WS-DLQ-IX) TO WS-OWED-EDIT
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           IF WS-DQ-TYPE(WS-DLQ-IX) = "OD"
               STRING "SELECT item_id FROM collection_items "
                      "WHERE item_type = 'OD' AND account_id = "
                      FUNCTION TRIM(WS-DQ-ACCOUNT(WS-DLQ-IX))
                      " AND status = 'OPEN'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "SELECT item_id FROM collection_items "
                      "WHERE item_type = 'LOAN' AND loan_id = '"
                      FUNCTION TRIM(WS-DQ-LOAN(WS-DLQ-IX))
                      "' AND status = 'OPEN'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-ITEM-ID
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE collection_items SET amount_owed = "
                      FUNCTION TRIM(WS-OWED-EDIT)
                      ", days_past_due = "
                      WS-DQ-DPD(WS-DLQ-IX)
                      ", last_refreshed = DATE '"
                      WS-SQL-DATE
                      "' WHERE item_id = "
                      FUNCTION TRIM(WS-ITEM-ID)
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               IF STMT = NULL-PTR THEN
                   CALL STATIC "LOG-DB-ERROR"
                       USING WS-ERROR-SOURCE, SQL-COMMAND
               END-IF
               ADD 1 TO WS-REFRESH-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-COLLECTOR
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO collection_items (item_type, "
                  "account_id, loan_id, branch_code, amount_owed, "
                  "days_past_due, collector_id, escalation_level, "
                  "status, opened_date, last_refreshed) VALUES ('"
                  FUNCTION TRIM(WS-DQ-TYPE(WS-DLQ-IX))
                  "', "
                  FUNCTION TRIM(WS-DQ-ACCOUNT(WS-DLQ-IX))
                  ", NULLIF('"
                  FUNCTION TRIM(WS-DQ-LOAN(WS-DLQ-IX))
                  "',''), '"
                  FUNCTION TRIM(WS-DQ-BRANCH(WS-DLQ-IX))
                  "', "
                  FUNCTION TRIM(WS-OWED-EDIT)
                  ", "
                  WS-DQ-DPD(WS-DLQ-IX)
                  ", '"
                  FUNCTION TRIM(WS-ASSIGNED)
                  "', 0, 'OPEN', DATE '"
                  WS-SQL-DATE
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
           ELSE
               ADD 1 TO WS-NEW-COUNT
           END-IF.

       ASSIGN-COLLECTOR.
           MOVE "UNASSIGNED" TO WS-ASSIGNED
           PERFORM VARYING WS-COLL-IX FROM 1 BY 1
                   UNTIL WS-COLL-IX > WS-COLL-USED
                      OR WS-ASSIGNED NOT = "UNASSIGNED"
               IF (WS-CL-BRANCH(WS-COLL-IX) = "*"
                   OR WS-CL-BRANCH(WS-COLL-IX) = WS-DQ-BRANCH(WS-DLQ-IX))
                  AND WS-DQ-OWED(WS-DLQ-IX) >= WS-CL-LOW(WS-COLL-IX)
                  AND WS-DQ-OWED(WS-DLQ-IX) <= WS-CL-HIGH(WS-COLL-IX)
                   MOVE WS-CL-COLLECTOR(WS-COLL-IX) TO WS-ASSIGNED
               END-IF
           END-PERFORM.

       CLOSE-CURED-ITEMS.
           *> whatever tonight's scan no longer sees has been brought
           *> back in order - or has left the loan book - and drops
           *> off the queue; its open promises go with it
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE collection_contacts SET promise_status = "
                  "'CLOSED', resolved_date = DATE '"
                  WS-SQL-DATE
                  "' WHERE promise_status = 'PENDING' AND item_id IN "
                  "(SELECT item_id FROM collection_items WHERE "
                  "status = 'OPEN' AND last_refreshed < DATE '"
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
           STRING "UPDATE collection_items SET status = 'CURED', "
                  "closed_date = DATE '"
                  WS-SQL-DATE
                  "' WHERE status = 'OPEN' AND last_refreshed < DATE '"
                  WS-SQL-DATE
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       WRITE-COLLECTOR-WORKLIST.
           MOVE SPACES TO WS-WORKLIST-FILENAME
           STRING "build/collections_worklist_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-WORKLIST-FILENAME
           OPEN OUTPUT WORKLIST-FILE
           MOVE SPACES TO WORKLIST-LINE
           STRING "COLLECTIONS WORKLIST - " WS-SQL-DATE
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE ALL "=" TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE SPACES TO WS-LAST-COLLECTOR

           *> escalated items first, then the largest balances
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT i.collector_id, i.item_id || ';' || "
                  "i.item_type || ';' || i.account_id || ';' || "
                  "COALESCE(i.loan_id,'-') || ';' || i.amount_owed "
                  "|| ';' || i.days_past_due || ';' || "
                  "i.escalation_level, COALESCE((SELECT 'PTP ' || "
                  "p.promise_amount || ' BY ' || p.promise_date "
                  "FROM collection_contacts p WHERE p.item_id = "
                  "i.item_id AND p.promise_status = 'PENDING' LIMIT 1)"
                  ", i.last_outcome, 'NEW') FROM collection_items i "
                  "WHERE i.status = 'OPEN' ORDER BY i.collector_id, "
                  "i.escalation_level DESC, i.amount_owed DESC"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM WRITE-ONE-WORKLIST-LINE UNTIL RC NOT = 0
           END-IF
           IF WS-LINE-COUNT = 0
               MOVE "Nothing in collections tonight." TO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF
           CLOSE WORKLIST-FILE.

       WRITE-ONE-WORKLIST-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-COUNT
           IF FUNCTION TRIM(C1) NOT = WS-LAST-COLLECTOR
               MOVE FUNCTION TRIM(C1) TO WS-LAST-COLLECTOR
               MOVE SPACES TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               MOVE SPACES TO WORKLIST-LINE
               STRING "COLLECTOR " WS-LAST-COLLECTOR
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
               MOVE SPACES TO WORKLIST-LINE
               STRING "  ITEM       TYPE ACCOUNT    LOAN               "
                      "   OWED         DPD   ESC  STATUS"
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3,
               WS-DET-F4, WS-DET-F5, WS-DET-F6, WS-DET-F7
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4,
                    WS-DET-F5, WS-DET-F6, WS-DET-F7
           END-UNSTRING
           COMPUTE WS-LIST-OWED = FUNCTION NUMVAL(WS-DET-F5)
           MOVE WS-LIST-OWED TO WS-OWED-EDIT
           MOVE SPACES TO WORKLIST-LINE
           STRING "  " WS-DET-F1(1:10) " "
                  WS-DET-F2(1:4) " "
                  WS-DET-F3(1:10) " "
                  WS-DET-F4 " "
                  WS-OWED-EDIT " "
                  WS-DET-F6(1:5) " "
                  WS-DET-F7(1:4) " "
                  FUNCTION TRIM(C3)
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-LINE.

       WRITE-PROMISE-RATE-REPORT.
           *> month to date, by the collector who took each promise;
           *> the kept rate is over promises already resolved
           MOVE SPACES TO WS-RATE-REPORT-FILENAME
           STRING "build/collections_ptp_rate_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-RATE-REPORT-FILENAME
           OPEN OUTPUT RATE-REPORT-FILE
           MOVE SPACES TO RATE-REPORT-LINE
           STRING "PROMISE-TO-PAY KEPT RATE - " WS-PERIOD-START
                  " TO " WS-SQL-DATE
               DELIMITED BY SIZE INTO RATE-REPORT-LINE
           WRITE RATE-REPORT-LINE
           MOVE ALL "=" TO RATE-REPORT-LINE
           WRITE RATE-REPORT-LINE
           MOVE "COLLECTOR             KEPT  BROKEN PENDING  KEPT-RATE"
               TO RATE-REPORT-LINE
           WRITE RATE-REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT collector_id, "
                  "COUNT(*) FILTER (WHERE promise_status = 'KEPT') "
                  "|| ';' || "
                  "COUNT(*) FILTER (WHERE promise_status = 'BROKEN'), "
                  "COUNT(*) FILTER (WHERE promise_status = 'PENDING') "
                  "FROM collection_contacts "
                  "WHERE promise_amount IS NOT NULL "
                  "AND (promise_status = 'PENDING' OR "
                  "resolved_date >= DATE '"
                  WS-PERIOD-START
                  "') GROUP BY collector_id ORDER BY collector_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM WRITE-ONE-RATE-LINE UNTIL RC NOT = 0
           END-IF
           MOVE ALL "-" TO RATE-REPORT-LINE
           WRITE RATE-REPORT-LINE
           MOVE 0 TO WS-KEPT-RATE
           IF WS-ALL-KEPT + WS-ALL-BROKEN > 0
               COMPUTE WS-KEPT-RATE ROUNDED =
                   WS-ALL-KEPT * 100 / (WS-ALL-KEPT + WS-ALL-BROKEN)
           END-IF
           MOVE WS-KEPT-RATE TO WS-KEPT-RATE-EDIT
           MOVE SPACES TO RATE-REPORT-LINE
           STRING "ALL COLLECTORS       " WS-ALL-KEPT " "
                  WS-ALL-BROKEN "           " WS-KEPT-RATE-EDIT "%"
               DELIMITED BY SIZE INTO RATE-REPORT-LINE
           WRITE RATE-REPORT-LINE
           CLOSE RATE-REPORT-FILE.

       WRITE-ONE-RATE-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DET-F1, WS-DET-F2
           UNSTRING C2 DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2
           END-UNSTRING
           COMPUTE WS-KEPT-N = FUNCTION NUMVAL(WS-DET-F1)
           COMPUTE WS-BROKEN-N = FUNCTION NUMVAL(WS-DET-F2)
           COMPUTE WS-PENDING-N = FUNCTION NUMVAL(C3)
           ADD WS-KEPT-N TO WS-ALL-KEPT
           ADD WS-BROKEN-N TO WS-ALL-BROKEN
           MOVE 0 TO WS-KEPT-RATE
           IF WS-KEPT-N + WS-BROKEN-N > 0
               COMPUTE WS-KEPT-RATE ROUNDED =
                   WS-KEPT-N * 100 / (WS-KEPT-N + WS-BROKEN-N)
           END-IF
           MOVE WS-KEPT-RATE TO WS-KEPT-RATE-EDIT
           MOVE SPACES TO RATE-REPORT-LINE
           STRING C1(1:20) " " WS-KEPT-N "  " WS-BROKEN-N "   "
                  WS-PENDING-N "     " WS-KEPT-RATE-EDIT "%"
               DELIMITED BY SIZE INTO RATE-REPORT-LINE
           WRITE RATE-REPORT-LINE.
