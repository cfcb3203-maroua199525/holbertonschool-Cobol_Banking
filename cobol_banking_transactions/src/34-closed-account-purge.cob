       *> archaeology project in tx_log_archive
       01  MANIFEST-FILE-STATUS PIC XX.
       01  WS-MANIFEST-COUNT    PIC 9(5) VALUE 0.
       *> a closed account under legal hold - its own or its
       *> customer's - is never purged while the hold stands
       01  WS-HOLD-JOIN         PIC X(160).
       01  WS-NOT-HELD          PIC X(240).
       01  WS-SKIP-ITEM         PIC X(80).
       01  WS-SKIP-MATTER       PIC X(60).
       01  WS-HELD-COUNT        PIC 9(5) VALUE 0.
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.

                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           END-IF.

           MOVE SPACES TO WS-HOLD-JOIN
           STRING "h.status <> 'RELEASED' AND h.hold_key = CASE "
                  "h.hold_scope WHEN 'CUSTOMER' THEN "
                  "a.customer_id::text ELSE a.account_id::text END"
               DELIMITED BY SIZE INTO WS-HOLD-JOIN
           MOVE SPACES TO WS-NOT-HELD
           STRING "AND account_id NOT IN (SELECT a.account_id FROM "
                  "accounts a JOIN legal_holds h ON "
                  FUNCTION TRIM(WS-HOLD-JOIN) ")"
               DELIMITED BY SIZE INTO WS-NOT-HELD
           PERFORM LOG-HELD-ACCOUNTS

           *> Count first so the operator sees what is about to go,
           *> then remove. The ledger history stays in tx_log_archive
           *> - only the account row itself is removed.
                  "'CLOSED' AND closed_date < CURRENT_DATE - "
                  "INTERVAL '"
                  WS-RETENTION-DAYS
                  " days' "
                  FUNCTION TRIM(WS-NOT-HELD)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                       "period - nothing purged."
           ELSE
               PERFORM WRITE-PURGE-MANIFEST
               PERFORM STAMP-LAST-CLOSED
               MOVE SPACES TO SQL-COMMAND
               STRING "DELETE FROM accounts WHERE status = 'CLOSED' "
                      "AND closed_date < CURRENT_DATE - INTERVAL '"
                      WS-RETENTION-DAYS
                      " days' "
                      FUNCTION TRIM(WS-NOT-HELD)
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                  "FROM accounts WHERE status = 'CLOSED' "
                  "AND closed_date < CURRENT_DATE - INTERVAL '"
                  WS-RETENTION-DAYS
                  " days' "
                  FUNCTION TRIM(WS-NOT-HELD)
                  " ORDER BY account_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
           PERFORM WRITE-ONE-MANIFEST-ROW UNTIL RC NOT = 0
           CLOSE MANIFEST-FILE.

       STAMP-LAST-CLOSED.
           *> once the account rows are gone the customer still has to
           *> show when its relationship ended - the erasure batch
           *> measures its retention from this date
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE customers c SET last_account_closed = "
                  "GREATEST(c.last_account_closed, x.closed) FROM "
                  "(SELECT customer_id, MAX(closed_date) AS closed "
                  "FROM accounts WHERE status = 'CLOSED' "
                  "AND closed_date < CURRENT_DATE - INTERVAL '"
                  WS-RETENTION-DAYS
                  " days' GROUP BY customer_id) x "
                  "WHERE c.customer_id = x.customer_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-ONE-MANIFEST-ROW.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
                   DELIMITED BY SIZE INTO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-IF.

       LOG-HELD-ACCOUNTS.
           *> the closed accounts this run would have purged but for
           *> a hold, each logged with the matter(s) holding it
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT a.account_id, "
                  "COALESCE(a.closed_date::text,''), "
                  "string_agg(DISTINCT h.matter_ref, ' ') "
                  "FROM accounts a JOIN legal_holds h ON "
                  FUNCTION TRIM(WS-HOLD-JOIN)
                  " WHERE a.status = 'CLOSED' AND a.closed_date < "
                  "CURRENT_DATE - INTERVAL '"
                  WS-RETENTION-DAYS
                  " days' GROUP BY a.account_id, a.closed_date "
                  "ORDER BY a.account_id"
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
               DISPLAY WS-HELD-COUNT " closed account(s) past "
                       "retention kept under legal hold."
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
               STRING "closed account " FUNCTION TRIM(C1)
                      " (closed " FUNCTION TRIM(C2) ") not purged"
                   DELIMITED BY SIZE INTO WS-SKIP-ITEM
               MOVE C3(1:60) TO WS-SKIP-MATTER
               CALL STATIC "LOG-HOLD-SKIP"
                   USING WS-ERROR-SOURCE, WS-SKIP-ITEM, WS-SKIP-MATTER
           END-IF.
