           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "term-deposit-maturity".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       01  WS-ROLLOVER-MONTHS   PIC 9(2) VALUE 3.
       01  WS-ENV-ROLLOVER      PIC X(5).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "term-deposit-maturity".
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
           MOVE SPACES TO WS-ENV-ROLLOVER
           ACCEPT WS-ENV-ROLLOVER FROM ENVIRONMENT
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

           PERFORM COLLECT-MATURING-DEPOSITS
           IF WS-MAT-USED = 0
               DISPLAY "No term deposits mature today."
           *> maturities are driven by the business date, and <=
           *> catches dates that fell on a weekend, holiday or a day
           *> the job did not run - a deposit must never stay TERM
           *> past its maturity. Recurring-deposit plans mature the
           *> same way, always on a CLOSE instruction.
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO SQL-COMMAND
                  "COALESCE(a.maturity_instruction,'ROLLOVER'), '' "
                  "FROM accounts a JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE p.class IN ('TERM','RECURRING') "
                  "AND NOT EXISTS (SELECT 1 FROM term_breaks tb "
                  "WHERE tb.account_id = a.account_id) "
                  "AND a.maturity_date <= '"
                  FUNCTION TRIM(WS-MAT-CUSTOMER(WS-MAT-IX))
               DELIMITED BY SIZE INTO MATURITY-FEED-RECORD
           WRITE MATURITY-FEED-RECORD
           *> a recurring-deposit plan on the account is finished
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE recurring_deposits SET status = 'MATURED' "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-MAT-ACCOUNT(WS-MAT-IX))
                  "' AND status <> 'MATURED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           DISPLAY "Matured "
                   FUNCTION TRIM(WS-MAT-ACCOUNT(WS-MAT-IX))
                   " - payout via closure workflow.".
