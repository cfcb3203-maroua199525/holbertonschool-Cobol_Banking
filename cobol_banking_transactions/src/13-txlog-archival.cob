           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "txlog-archival".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       *> Ledger rows older than this many days move to tx_log_archive.
       01  WS-RETENTION-DAYS    PIC 9(5) VALUE 365.
       01  WS-ENV-RETENTION     PIC X(10).

       *> Rows of an account under legal hold stay in tx_log however
       *> old they are; a customer-level hold covers all its accounts.
       01  WS-AGE-CLAUSE        PIC X(80).
       01  WS-HOLD-JOIN         PIC X(160).
       01  WS-CUTOFF-CLAUSE     PIC X(320).
       01  WS-SKIP-ITEM         PIC X(80).
       01  WS-SKIP-MATTER       PIC X(60).
       01  WS-HELD-COUNT        PIC 9(7) VALUE 0.
       01  WS-RESULT-STR        PIC X(40).
       01  WS-MOVE-COUNT        PIC 9(9) VALUE 0.
       01  WS-MOVE-SUM          PIC S9(11)V99 VALUE 0.
                   FUNCTION NUMVAL(WS-ENV-RETENTION)
           END-IF

           MOVE SPACES TO WS-AGE-CLAUSE
           STRING "created_at < CURRENT_DATE - INTERVAL '"
                  WS-RETENTION-DAYS
                  " days'"
               DELIMITED BY SIZE INTO WS-AGE-CLAUSE
           MOVE SPACES TO WS-HOLD-JOIN
           STRING "h.status <> 'RELEASED' AND h.hold_key = CASE "
                  "h.hold_scope WHEN 'CUSTOMER' THEN "
                  "a.customer_id::text ELSE a.account_id::text END"
               DELIMITED BY SIZE INTO WS-HOLD-JOIN
           MOVE SPACES TO WS-CUTOFF-CLAUSE
           STRING FUNCTION TRIM(WS-AGE-CLAUSE)
                  " AND account_id NOT IN (SELECT a.account_id FROM "
                  "accounts a JOIN legal_holds h ON "
                  FUNCTION TRIM(WS-HOLD-JOIN) ")"
               DELIMITED BY SIZE INTO WS-CUTOFF-CLAUSE

           MOVE SPACES TO WS-ENV-CONNSTR
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

           DISPLAY "--- TX_LOG ARCHIVAL (retention "
                   WS-RETENTION-DAYS " days) ---"

           PERFORM LOG-HELD-ROWS

           PERFORM COUNT-ROWS-TO-MOVE
           IF WS-MOVE-COUNT = 0
               DISPLAY "No ledger rows older than the retention "
           PERFORM FETCH-SINGLE-NUMBER
           MOVE WS-WORK-NUM TO WS-MOVE-SUM.

       LOG-HELD-ROWS.
           *> one skip-log line per held account with aged rows left
           *> behind, naming the matter(s) that hold it
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT a.account_id, COUNT(DISTINCT t.id), "
                  "string_agg(DISTINCT h.matter_ref, ' ') "
                  "FROM tx_log t JOIN accounts a "
                  "ON a.account_id = t.account_id "
                  "JOIN legal_holds h ON "
                  FUNCTION TRIM(WS-HOLD-JOIN)
                  " WHERE t."
                  FUNCTION TRIM(WS-AGE-CLAUSE)
                  " GROUP BY a.account_id ORDER BY a.account_id"
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
           PERFORM LOG-ONE-HELD-ACCOUNT UNTIL RC NOT = 0
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " account(s) under legal hold "
                       "- their aged rows stay in tx_log."
           END-IF.

       LOG-ONE-HELD-ACCOUNT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO WS-SKIP-ITEM
               STRING "tx_log account " FUNCTION TRIM(C1) ", "
                      FUNCTION TRIM(C2) " row(s) not archived"
                   DELIMITED BY SIZE INTO WS-SKIP-ITEM
               MOVE C3(1:60) TO WS-SKIP-MATTER
               CALL STATIC "LOG-HOLD-SKIP"
                   USING WS-ERROR-SOURCE, WS-SKIP-ITEM, WS-SKIP-MATTER
           END-IF.

       COUNT-ARCHIVE-BEFORE.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COUNT(*) FROM tx_log_archive"
