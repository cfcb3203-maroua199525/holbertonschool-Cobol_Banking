IDENTIFICATION DIVISION.
       PROGRAM-ID. service-charge-assessment.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "service-charge-assessment".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       *> accounts on a product that carries a maintenance fee or a
       *> free-item allowance, buffered before any posting runs
       01  WS-SVC-TABLE.
           05  WS-SVC-ENTRY     OCCURS 2000 TIMES.
               10  WS-SVC-ACCOUNT   PIC X(10).
               10  WS-SVC-PRODUCT   PIC X(12).
               10  WS-SVC-MAINT-FEE PIC S9(7)V99.
               10  WS-SVC-MIN-BAL   PIC S9(9)V99.
               10  WS-SVC-FREE      PIC 9(4).
               10  WS-SVC-BALANCE   PIC S9(9)V99.
       01  WS-SVC-USED          PIC 9(4) VALUE 0.
       01  WS-SVC-IX            PIC 9(4).

       *> one account's chargeable items, by tx_type, beyond the
       *> free allowance
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY    OCCURS 30 TIMES.
               10  WS-ITEM-TYPE     PIC X(12).
               10  WS-ITEM-COUNT    PIC 9(5).
               10  WS-ITEM-FEE      PIC S9(5)V99.
       01  WS-ITEM-USED         PIC 9(2) VALUE 0.
       01  WS-ITEM-IX           PIC 9(2).

       01  WS-DETAIL            PIC X(256).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-DET-F4            PIC X(20).

       *> pricing_schedule may override the product's fee, free
       *> allowance and per-item fee account by account - the newest
       *> row that sets the column wins
       01  WS-OVR-COLUMN        PIC X(20).
       01  WS-OVR-VALUE         PIC S9(9)V99.
       01  WS-OVR-FOUND         PIC X.
       01  WS-MAINT-FEE         PIC S9(7)V99.
       01  WS-MIN-BALANCE       PIC S9(9)V99.
       01  WS-FREE-ITEMS        PIC 9(4).
       01  WS-ITEM-FEE-OVR      PIC S9(5)V99.
       01  WS-ITEM-FEE-SET      PIC X.

       01  WS-AVG-BALANCE       PIC S9(11)V99.
       01  WS-SNAP-DAYS         PIC 9(4).
       01  WS-SNAP-SUM          PIC S9(13)V99.

       *> the same relationship waiver overdraft-fee-assessment
       *> gives: combined balances above the threshold pay nothing,
       *> and the value given away goes to fee_waivers
       01  WS-WAIVER-THRESHOLD  PIC 9(9)V99 VALUE 100000.00.
       01  WS-ENV-WAIVER        PIC X(15).
       01  WS-REL-BALANCE       PIC S9(11)V99.
       01  WS-WAIVER-ELIGIBLE   PIC X.

       *> the charge being posted
       01  WS-CHG-TYPE          PIC X(10).
       01  WS-CHG-ITEM-TYPE     PIC X(12).
       01  WS-CHG-COUNT         PIC 9(5).
       01  WS-CHG-UNIT          PIC S9(7)V99.
       01  WS-CHG-AMOUNT        PIC S9(9)V99.
       01  WS-CHG-WAIVED        PIC S9(9)V99.
       01  WS-CHG-REASON        PIC X(60).
       01  WS-CHG-REF           PIC X(30).
       01  WS-CHG-FEE-TYPE      PIC X(12).
       01  WS-AMOUNT-EDIT       PIC 9(9).99.
       01  WS-WAIVED-EDIT       PIC 9(9).99.
       01  WS-UNIT-EDIT         PIC 9(7).99.
       01  WS-SHOW-EDIT         PIC Z(8)9.99.
       01  WS-SHOW-MIN-EDIT     PIC Z(8)9.99.
       01  WS-COUNT-EDIT        PIC Z(4)9.
       01  WS-FREE-EDIT         PIC Z(3)9.

       01  WS-ACCOUNT-COUNT     PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT     PIC 9(5) VALUE 0.
       01  WS-MAINT-COUNT       PIC 9(5) VALUE 0.
       01  WS-ITEM-CHG-COUNT    PIC 9(5) VALUE 0.
       01  WS-WAIVED-COUNT      PIC 9(5) VALUE 0.
       01  WS-CHARGED-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-CHARGED-EDIT      PIC -(11)9.99.

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
       01  WS-MONTH-START       PIC X(10).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "service-charge-assessment".
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
           MOVE SPACES TO WS-ENV-WAIVER
           ACCEPT WS-ENV-WAIVER FROM ENVIRONMENT "WAIVER_THRESHOLD"
           IF WS-ENV-WAIVER NOT = SPACES
               COMPUTE WS-WAIVER-THRESHOLD =
                   FUNCTION NUMVAL(WS-ENV-WAIVER)
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
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2)
                  "-01"
               DELIMITED BY SIZE INTO WS-MONTH-START

           PERFORM COLLECT-CHARGEABLE-ACCOUNTS
           PERFORM CHARGE-ONE-ACCOUNT
               VARYING WS-SVC-IX FROM 1 BY 1
               UNTIL WS-SVC-IX > WS-SVC-USED

           MOVE WS-CHARGED-TOTAL TO WS-CHARGED-EDIT
           DISPLAY "Service charges for " WS-MONTH-START(1:7) ": "
                   WS-ACCOUNT-COUNT " account(s) assessed, "
                   WS-MAINT-COUNT " maintenance fee(s), "
                   WS-ITEM-CHG-COUNT " item charge(s), "
                   FUNCTION TRIM(WS-CHARGED-EDIT) " charged."
           DISPLAY "  " WS-WAIVED-COUNT " relationship waiver(s), "
                   WS-SKIPPED-COUNT " account(s) already charged "
                   "this month."

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       COLLECT-CHARGEABLE-ACCOUNTS.
           MOVE SPACES TO SQL-COMMAND
           *> account, product;balance, fee;minimum;free items
           STRING "SELECT a.account_id, a.product_code||';'||"
                  "a.balance, COALESCE(p.maint_fee,0)||';'||"
                  "COALESCE(p.maint_min_balance,0)||';'||"
                  "COALESCE(p.free_items,0) FROM accounts a "
                  "JOIN products p USING (product_code) "
                  "WHERE COALESCE(a.status,'OPEN') <> 'CLOSED' "
                  "AND (COALESCE(p.maint_fee,0) > 0 OR EXISTS "
                  "(SELECT 1 FROM product_item_fees f WHERE "
                  "f.product_code = p.product_code)) ORDER BY 1"
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
               PERFORM BUFFER-ONE-ACCOUNT UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-ACCOUNT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SVC-USED >= 2000
               DISPLAY "WARNING: service-charge table full - account "
                       FUNCTION TRIM(C1) " and later not assessed."
               MOVE 1 TO RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SVC-USED
           MOVE FUNCTION TRIM(C1) TO WS-SVC-ACCOUNT(WS-SVC-USED)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2
           END-UNSTRING
           MOVE WS-DET-F1(1:12) TO WS-SVC-PRODUCT(WS-SVC-USED)
           COMPUTE WS-SVC-BALANCE(WS-SVC-USED) =
               FUNCTION NUMVAL(WS-DET-F2)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3
           MOVE FUNCTION TRIM(C3) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3
           END-UNSTRING
           COMPUTE WS-SVC-MAINT-FEE(WS-SVC-USED) =
               FUNCTION NUMVAL(WS-DET-F1)
           COMPUTE WS-SVC-MIN-BAL(WS-SVC-USED) =
               FUNCTION NUMVAL(WS-DET-F2)
           COMPUTE WS-SVC-FREE(WS-SVC-USED) =
               FUNCTION NUMVAL(WS-DET-F3).

       CHARGE-ONE-ACCOUNT.
           MOVE WS-SVC-ACCOUNT(WS-SVC-IX) TO WS-ACCT-ID-STR

           *> a rerun must not charge the month twice
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FROM service_charges "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "' AND charge_month = DATE '"
                  WS-MONTH-START
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
              AND FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT

           MOVE WS-SVC-MAINT-FEE(WS-SVC-IX) TO WS-MAINT-FEE
           MOVE WS-SVC-MIN-BAL(WS-SVC-IX) TO WS-MIN-BALANCE
           MOVE WS-SVC-FREE(WS-SVC-IX) TO WS-FREE-ITEMS
           MOVE 'N' TO WS-ITEM-FEE-SET
           MOVE "maint_fee" TO WS-OVR-COLUMN
           PERFORM LOOKUP-PRICING-OVERRIDE
           IF WS-OVR-FOUND = 'Y'
               MOVE WS-OVR-VALUE TO WS-MAINT-FEE
           END-IF
           MOVE "free_items" TO WS-OVR-COLUMN
           PERFORM LOOKUP-PRICING-OVERRIDE
           IF WS-OVR-FOUND = 'Y'
               MOVE WS-OVR-VALUE TO WS-FREE-ITEMS
           END-IF
           MOVE "item_fee" TO WS-OVR-COLUMN
           PERFORM LOOKUP-PRICING-OVERRIDE
           IF WS-OVR-FOUND = 'Y'
               MOVE WS-OVR-VALUE TO WS-ITEM-FEE-OVR
               MOVE 'Y' TO WS-ITEM-FEE-SET
           END-IF

           PERFORM CHECK-RELATIONSHIP-WAIVER
           IF WS-MAINT-FEE > 0
               PERFORM ASSESS-MAINTENANCE-FEE
           END-IF
           PERFORM COUNT-CHARGEABLE-ITEMS
           PERFORM ASSESS-ONE-ITEM-TYPE
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > WS-ITEM-USED.

       LOOKUP-PRICING-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT "
                  FUNCTION TRIM(WS-OVR-COLUMN)
                  " FROM pricing_schedule WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "' AND "
                  FUNCTION TRIM(WS-OVR-COLUMN)
                  " IS NOT NULL AND effective_date <= DATE '"
                  WS-SQL-DATE
                  "' ORDER BY effective_date DESC LIMIT 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-OVR-VALUE =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
               MOVE 'Y' TO WS-OVR-FOUND
           END-IF.

       CHECK-RELATIONSHIP-WAIVER.
           *> combined balances across every account the customer
           *> owns (named owners first, legacy single-owner fallback)
           MOVE 'N' TO WS-WAIVER-ELIGIBLE
           MOVE 0 TO WS-REL-BALANCE
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(SUM(a2.balance),0) "
                  "FROM accounts a2 WHERE a2.customer_id IN "
                  "(SELECT customer_id FROM accounts "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "' UNION SELECT customer_id FROM account_owners "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-REL-BALANCE =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF
           IF WS-REL-BALANCE >= WS-WAIVER-THRESHOLD
               MOVE 'Y' TO WS-WAIVER-ELIGIBLE
           END-IF.

       ASSESS-MAINTENANCE-FEE.
           *> the month-to-date average of the daily snapshots; an
           *> account with none yet is judged on today's balance
           MOVE WS-SVC-BALANCE(WS-SVC-IX) TO WS-AVG-BALANCE
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) || ';' || "
                  "COALESCE(SUM(balance),0) FROM account_snapshots "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "' AND snap_date >= DATE '"
                  WS-MONTH-START
                  "' AND snap_date <= DATE '"
                  WS-SQL-DATE
                  "'"
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
               COMPUTE WS-SNAP-DAYS = FUNCTION NUMVAL(WS-DET-F1)
               IF WS-SNAP-DAYS > 0
                   COMPUTE WS-SNAP-SUM = FUNCTION NUMVAL(WS-DET-F2)
                   COMPUTE WS-AVG-BALANCE ROUNDED =
                       WS-SNAP-SUM / WS-SNAP-DAYS
               END-IF
           END-IF

           MOVE "MAINT" TO WS-CHG-TYPE
           MOVE SPACES TO WS-CHG-ITEM-TYPE
           MOVE 1 TO WS-CHG-COUNT
           MOVE WS-MAINT-FEE TO WS-CHG-UNIT
           MOVE WS-AVG-BALANCE TO WS-SHOW-EDIT
           MOVE WS-MIN-BALANCE TO WS-SHOW-MIN-EDIT
           MOVE SPACES TO WS-CHG-REASON
           IF WS-AVG-BALANCE >= WS-MIN-BALANCE
               *> kept the product minimum - nothing to charge, but
               *> the statement still says why
               MOVE 0 TO WS-CHG-AMOUNT, WS-CHG-WAIVED
               STRING "average balance "
                      FUNCTION TRIM(WS-SHOW-EDIT)
                      " met minimum "
                      FUNCTION TRIM(WS-SHOW-MIN-EDIT)
                   DELIMITED BY SIZE INTO WS-CHG-REASON
               PERFORM RECORD-SERVICE-CHARGE
               EXIT PARAGRAPH
           END-IF
           STRING "average balance "
                  FUNCTION TRIM(WS-SHOW-EDIT)
                  " below minimum "
                  FUNCTION TRIM(WS-SHOW-MIN-EDIT)
               DELIMITED BY SIZE INTO WS-CHG-REASON
           MOVE WS-MAINT-FEE TO WS-CHG-AMOUNT
           MOVE "MAINTENANCE" TO WS-CHG-FEE-TYPE
           MOVE SPACES TO WS-CHG-REF
           STRING "MAINTENANCE FEE " WS-MONTH-START(1:7)
               DELIMITED BY SIZE INTO WS-CHG-REF
           PERFORM APPLY-CHARGE
           IF WS-CHG-WAIVED = 0
               ADD 1 TO WS-MAINT-COUNT
           END-IF.

       COUNT-CHARGEABLE-ITEMS.
           *> items are the month's tx_log rows whose tx_type carries
           *> a per-item fee on the product; the first free_items of
           *> them, oldest first, cost nothing
           MOVE 0 TO WS-ITEM-USED
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT tx_type, COUNT(*), MAX(item_fee) FROM "
                  "(SELECT t.tx_type, f.item_fee, ROW_NUMBER() OVER "
                  "(ORDER BY t.id) n FROM tx_log t "
                  "JOIN product_item_fees f ON f.tx_type = t.tx_type "
                  "AND f.product_code = '"
                  FUNCTION TRIM(WS-SVC-PRODUCT(WS-SVC-IX))
                  "' WHERE t.account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "' AND t.created_at >= DATE '"
                  WS-MONTH-START
                  "' AND t.created_at < DATE '"
                  WS-SQL-DATE
                  "' + 1) x WHERE n > "
                  WS-FREE-ITEMS
                  " GROUP BY tx_type ORDER BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM BUFFER-ONE-ITEM-TYPE UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-ITEM-TYPE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0 OR WS-ITEM-USED >= 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-USED
           MOVE FUNCTION TRIM(C1) TO WS-ITEM-TYPE(WS-ITEM-USED)
           COMPUTE WS-ITEM-COUNT(WS-ITEM-USED) = FUNCTION NUMVAL(C2)
           COMPUTE WS-ITEM-FEE(WS-ITEM-USED) = FUNCTION NUMVAL(C3).

       ASSESS-ONE-ITEM-TYPE.
           MOVE "ITEM" TO WS-CHG-TYPE
           MOVE WS-ITEM-TYPE(WS-ITEM-IX) TO WS-CHG-ITEM-TYPE
           MOVE WS-ITEM-COUNT(WS-ITEM-IX) TO WS-CHG-COUNT
           IF WS-ITEM-FEE-SET = 'Y'
               MOVE WS-ITEM-FEE-OVR TO WS-CHG-UNIT
           ELSE
               MOVE WS-ITEM-FEE(WS-ITEM-IX) TO WS-CHG-UNIT
           END-IF
           COMPUTE WS-CHG-AMOUNT = WS-CHG-COUNT * WS-CHG-UNIT
           IF WS-CHG-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-COUNT TO WS-COUNT-EDIT
           MOVE WS-CHG-UNIT TO WS-UNIT-EDIT
           MOVE WS-FREE-ITEMS TO WS-FREE-EDIT
           MOVE SPACES TO WS-CHG-REASON
           STRING FUNCTION TRIM(WS-COUNT-EDIT) " "
                  FUNCTION TRIM(WS-CHG-ITEM-TYPE)
                  " item(s) over "
                  FUNCTION TRIM(WS-FREE-EDIT) " free at "
                  FUNCTION TRIM(WS-UNIT-EDIT)
               DELIMITED BY SIZE INTO WS-CHG-REASON
           MOVE "ITEM" TO WS-CHG-FEE-TYPE
           MOVE SPACES TO WS-CHG-REF
           STRING "ITEMS " FUNCTION TRIM(WS-CHG-ITEM-TYPE) " X"
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-CHG-REF
           PERFORM APPLY-CHARGE
           IF WS-CHG-WAIVED = 0
               ADD 1 TO WS-ITEM-CHG-COUNT
           END-IF.

       APPLY-CHARGE.
           *> a relationship waiver stops the charge posting; the
           *> zero-amount ledger entry and the waiver register record
           *> the value given away
           IF WS-WAIVER-ELIGIBLE = 'Y'
               MOVE WS-CHG-AMOUNT TO WS-CHG-WAIVED
               MOVE 0 TO WS-CHG-AMOUNT
               PERFORM POST-CHARGE-WAIVER
               MOVE WS-CHG-REASON TO WS-DETAIL
               MOVE SPACES TO WS-CHG-REASON
               STRING FUNCTION TRIM(WS-DETAIL)
                      " - relationship waiver"
                   DELIMITED BY SIZE INTO WS-CHG-REASON
           ELSE
               MOVE 0 TO WS-CHG-WAIVED
               PERFORM POST-SERVICE-CHARGE
           END-IF
           PERFORM RECORD-SERVICE-CHARGE.

       POST-SERVICE-CHARGE.
           MOVE WS-CHG-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  " WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "ERROR: Service charge post failed for "
                       "account " FUNCTION TRIM(WS-ACCT-ID-STR)
               MOVE 0 TO WS-CHG-AMOUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "SVC_CHG" TO WS-HASH-TYPE
           MOVE WS-AMOUNT-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ('"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "', 'SVC_CHG', "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  ", '"
                  FUNCTION TRIM(WS-CHG-REASON)
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "'), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-CHG-REF)
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
               MOVE "SVC_CHG" TO WS-JOURNAL-TYPE
               COMPUTE WS-JOURNAL-SIGNED = 0 - WS-CHG-AMOUNT
               MOVE SPACES TO WS-JOURNAL-AMOUNT
               MOVE FUNCTION TRIM(WS-JOURNAL-SIGNED)
                   TO WS-JOURNAL-AMOUNT
               CALL STATIC "WRITE-AFTERIMAGE"
                   USING WS-ACCT-ID-STR, WS-JOURNAL-TYPE,
                         WS-JOURNAL-AMOUNT
           END-IF
           ADD WS-CHG-AMOUNT TO WS-CHARGED-TOTAL.

       POST-CHARGE-WAIVER.
           MOVE WS-CHG-WAIVED TO WS-WAIVED-EDIT
           MOVE "WAIVER" TO WS-HASH-TYPE
           MOVE "0.00" TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ('"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "', 'WAIVER', 0, '"
                  FUNCTION TRIM(WS-CHG-FEE-TYPE)
                  " fee "
                  FUNCTION TRIM(WS-WAIVED-EDIT)
                  " waived - relationship balance', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "'), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-CHG-REF)
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
           STRING "INSERT INTO fee_waivers (account_id, "
                  "customer_id, fee_type, waived_amount, "
                  "waiver_date) VALUES ('"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "', (SELECT customer_id FROM accounts "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "'), '"
                  FUNCTION TRIM(WS-CHG-FEE-TYPE)
                  "', "
                  FUNCTION TRIM(WS-WAIVED-EDIT)
                  ", DATE '"
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
           ADD 1 TO WS-WAIVED-COUNT.

       RECORD-SERVICE-CHARGE.
           *> the itemised line statement-generator prints under the
           *> month's service charges
           MOVE WS-CHG-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-CHG-WAIVED TO WS-WAIVED-EDIT
           MOVE WS-CHG-UNIT TO WS-UNIT-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO service_charges (account_id, "
                  "charge_month, charge_type, item_type, item_count, "
                  "unit_fee, amount, waived_amount, reason, "
                  "charge_date) VALUES ('"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "', DATE '"
                  WS-MONTH-START
                  "', '"
                  FUNCTION TRIM(WS-CHG-TYPE)
                  "', '"
                  FUNCTION TRIM(WS-CHG-ITEM-TYPE)
                  "', "
                  WS-CHG-COUNT
                  ", "
                  FUNCTION TRIM(WS-UNIT-EDIT)
                  ", "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  ", "
                  FUNCTION TRIM(WS-WAIVED-EDIT)
                  ", '"
                  FUNCTION TRIM(WS-CHG-REASON)
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
           END-IF.
