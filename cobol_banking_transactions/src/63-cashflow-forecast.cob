
       *> every committed future movement we hold, projected day by
       *> day for the next 30 days: standing orders, warehoused
       *> value-dated items, hold releases, term maturities and
       *> withdrawal notices outstanding
       01  WS-MOV-TABLE.
           05  WS-MOV-ENTRY     OCCURS 500 TIMES.
               10  WS-MOV-ACCOUNT   PIC X(10).
           PERFORM COLLECT-STANDING-ORDERS
           PERFORM COLLECT-HOLD-RELEASES
           PERFORM COLLECT-TERM-MATURITIES
           PERFORM COLLECT-NOTICE-OUTFLOWS
           PERFORM COLLECT-WAREHOUSED-ITEMS

           MOVE SPACES TO WS-FORECAST-NAME
                  "a.maturity_date - CURRENT_DATE, a.balance "
                  "FROM accounts a JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE p.class IN ('TERM','RECURRING') "
                  "AND COALESCE(a.maturity_instruction,'ROLLOVER') "
                  "= 'CLOSE' "
                  "AND a.maturity_date > CURRENT_DATE "
               PERFORM ADD-MOVEMENT
           END-IF.

       COLLECT-NOTICE-OUTFLOWS.
           *> what is left on a pending withdrawal notice is committed
           *> to go out on its maturity date; one already matured and
           *> still open goes out tomorrow at the latest
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT account_id, "
                  "GREATEST(mature_date - CURRENT_DATE, 1), "
                  "amount - used_amount "
                  "FROM withdrawal_notices "
                  "WHERE status = 'PENDING' "
                  "AND amount > used_amount "
                  "AND mature_date <= CURRENT_DATE + 30"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT NOT = NULL-PTR
               PERFORM BUFFER-ONE-NOTICE UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-NOTICE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               MOVE FUNCTION TRIM(C1) TO WS-DET-F1
               COMPUTE WS-VD-DAYS = FUNCTION NUMVAL(C2)
               COMPUTE WS-MOV-SIGNED = 0 - FUNCTION NUMVAL(C3)
               MOVE "NOTICE" TO WS-DET-F3
               PERFORM ADD-MOVEMENT
           END-IF.

       COLLECT-WAREHOUSED-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WAREHOUSE-FILE
