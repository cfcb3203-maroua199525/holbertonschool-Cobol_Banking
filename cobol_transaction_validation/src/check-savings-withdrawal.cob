IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-SAVINGS-WITHDRAWAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CSW-SQL            PIC X(512).
       01  WS-CSW-BUFFER         PIC X(256).
       01  WS-CSW-RC             PIC S9(9) COMP-5.
       01  WS-CSW-STMT           USAGE POINTER.
       01  WS-CSW-NULL           USAGE POINTER.
       01  WS-CSW-F1             PIC X(20).
       01  WS-CSW-F2             PIC X(20).
       01  WS-CSW-F3             PIC X(20).
       01  WS-CSW-F4             PIC X(20).
       01  WS-CSW-ACTION         PIC X(10).
       01  WS-CSW-CYCLE          PIC X(1).
       01  WS-CSW-CYCLE-START    PIC X(10).
       01  WS-CSW-MM             PIC 99.
       01  WS-CSW-EXCESS-ADD     PIC 9.
       01  WS-CSW-CYCLE-COUNT    PIC 9(5).
       01  WS-CSW-CYCLE-LIMIT    PIC 9(5).
       01  WS-CSW-EXCESS-FEE     PIC S9(9)V99.
       01  WS-CSW-FEE-EDIT       PIC 9(7).99.
       01  WS-BUSINESS-DATE      PIC X(8).
       01  WS-MONTH-END-FLAG     PIC X.
       01  WS-ERROR-SOURCE       PIC X(40)
           VALUE "check-savings-withdrawal".

       LINKAGE SECTION.
       01  CSW-FUNCTION          PIC X(8).
       01  CSW-DBH               USAGE POINTER.
       01  CSW-ACCOUNT-ID        PIC X(20).
       01  CSW-RESULT            PIC X.
       01  CSW-FEE               PIC S9(9)V99.
       01  CSW-COUNT             PIC 9(5).
       01  CSW-LIMIT             PIC 9(5).

       PROCEDURE DIVISION USING CSW-FUNCTION, CSW-DBH,
           CSW-ACCOUNT-ID, CSW-RESULT, CSW-FEE, CSW-COUNT, CSW-LIMIT.
       CHECK-SAVINGS-MAIN.
           *> Savings terms allow wd_limit withdrawals per statement
           *> cycle on products that set one.
           *> CHECK: would this withdrawal stay within the account's
           *> current cycle? Past the limit the product's
           *> wd_excess_action decides - 'R' refuses it, 'F' lets it
           *> post with the excess fee in CSW-FEE. 'O' is within the
           *> limit or not a limited product. Nothing is counted.
           *> RECORD: the caller has acted on the CHECK result - a
           *> posted withdrawal is counted with the fee actually
           *> charged in CSW-FEE, a refused one is tallied apart.
           IF CSW-FUNCTION = "RECORD"
               PERFORM LOAD-CYCLE-TERMS
               IF WS-CSW-CYCLE-LIMIT > 0
                   PERFORM RECORD-WITHDRAWAL
               END-IF
               GOBACK
           END-IF

           MOVE 'O' TO CSW-RESULT
           MOVE 0 TO CSW-FEE
           MOVE 0 TO CSW-COUNT
           MOVE 0 TO CSW-LIMIT
           PERFORM LOAD-CYCLE-TERMS
           IF WS-CSW-CYCLE-LIMIT = 0
               GOBACK
           END-IF
           MOVE WS-CSW-CYCLE-LIMIT TO CSW-LIMIT
           COMPUTE CSW-COUNT = WS-CSW-CYCLE-COUNT + 1
           IF CSW-COUNT > CSW-LIMIT
               IF WS-CSW-ACTION = "FEE"
                   MOVE 'F' TO CSW-RESULT
                   MOVE WS-CSW-EXCESS-FEE TO CSW-FEE
               ELSE
                   MOVE 'R' TO CSW-RESULT
               END-IF
           END-IF
           GOBACK.

       LOAD-CYCLE-TERMS.
           *> the product's limit and excess terms, and how many
           *> withdrawals the account's current cycle has counted
           MOVE 0 TO WS-CSW-CYCLE-LIMIT
           MOVE 0 TO WS-CSW-CYCLE-COUNT
           MOVE 0 TO WS-CSW-EXCESS-FEE
           MOVE SPACES TO WS-CSW-SQL
           MOVE SPACES TO WS-CSW-BUFFER
           STRING "SELECT COALESCE(p.wd_limit,0) || ';' || "
                  "COALESCE(p.wd_excess_action,'REJECT') || ';' || "
                  "COALESCE(p.wd_excess_fee,0) || ';' || "
                  "COALESCE(a.statement_cycle,'M') "
                  "FROM accounts a JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE a.account_id = '"
                  FUNCTION TRIM(CSW-ACCOUNT-ID)
                  "'"
               DELIMITED BY SIZE INTO WS-CSW-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CSW-DBH
                     BY REFERENCE WS-CSW-SQL
                     BY REFERENCE WS-CSW-BUFFER
               RETURNING WS-CSW-RC
           IF WS-CSW-RC NOT = 0 OR FUNCTION TRIM(WS-CSW-BUFFER)
                   = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CSW-F1, WS-CSW-F2, WS-CSW-F3, WS-CSW-F4
           UNSTRING WS-CSW-BUFFER DELIMITED BY ";"
               INTO WS-CSW-F1, WS-CSW-F2, WS-CSW-F3, WS-CSW-F4
           END-UNSTRING
           COMPUTE WS-CSW-CYCLE-LIMIT = FUNCTION NUMVAL(WS-CSW-F1)
           IF WS-CSW-CYCLE-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSW-F2))
               TO WS-CSW-ACTION
           COMPUTE WS-CSW-EXCESS-FEE = FUNCTION NUMVAL(WS-CSW-F3)
           MOVE FUNCTION UPPER-CASE(WS-CSW-F4(1:1)) TO WS-CSW-CYCLE

           *> a monthly (or on-demand) cycle runs from the first of
           *> the business month, a quarterly one from the first of
           *> the calendar quarter
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE WS-BUSINESS-DATE(5:2) TO WS-CSW-MM
           IF WS-CSW-CYCLE = "Q"
               COMPUTE WS-CSW-MM = ((WS-CSW-MM - 1) / 3) * 3 + 1
           END-IF
           MOVE SPACES TO WS-CSW-CYCLE-START
           STRING WS-BUSINESS-DATE(1:4) "-" WS-CSW-MM "-01"
               DELIMITED BY SIZE INTO WS-CSW-CYCLE-START

           MOVE SPACES TO WS-CSW-SQL
           MOVE SPACES TO WS-CSW-BUFFER
           STRING "SELECT wd_count FROM savings_wd_counts "
                  "WHERE account_id = '"
                  FUNCTION TRIM(CSW-ACCOUNT-ID)
                  "' AND cycle_start = DATE '"
                  WS-CSW-CYCLE-START
                  "'"
               DELIMITED BY SIZE INTO WS-CSW-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CSW-DBH
                     BY REFERENCE WS-CSW-SQL
                     BY REFERENCE WS-CSW-BUFFER
               RETURNING WS-CSW-RC
           IF WS-CSW-RC = 0 AND FUNCTION TRIM(WS-CSW-BUFFER)
                   NOT = SPACES
               COMPUTE WS-CSW-CYCLE-COUNT =
                   FUNCTION NUMVAL(WS-CSW-BUFFER)
           END-IF.

       RECORD-WITHDRAWAL.
           IF CSW-RESULT = 'R'
               PERFORM RECORD-REFUSED-EXCESS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CSW-EXCESS-ADD
           IF CSW-RESULT = 'F'
               MOVE 1 TO WS-CSW-EXCESS-ADD
           END-IF
           IF CSW-FEE > 0
               MOVE CSW-FEE TO WS-CSW-FEE-EDIT
           ELSE
               MOVE 0 TO WS-CSW-FEE-EDIT
           END-IF

           MOVE SPACES TO WS-CSW-SQL
           IF WS-CSW-CYCLE-COUNT = 0
               STRING "INSERT INTO savings_wd_counts (account_id, "
                      "cycle_start, wd_count, excess_count, "
                      "refused_count, fee_total) VALUES ('"
                      FUNCTION TRIM(CSW-ACCOUNT-ID)
                      "', DATE '"
                      WS-CSW-CYCLE-START
                      "', 1, "
                      WS-CSW-EXCESS-ADD
                      ", 0, "
                      FUNCTION TRIM(WS-CSW-FEE-EDIT)
                      ")"
                   DELIMITED BY SIZE INTO WS-CSW-SQL
           ELSE
               STRING "UPDATE savings_wd_counts SET wd_count = "
                      "wd_count + 1, excess_count = excess_count + "
                      WS-CSW-EXCESS-ADD
                      ", fee_total = fee_total + "
                      FUNCTION TRIM(WS-CSW-FEE-EDIT)
                      " WHERE account_id = '"
                      FUNCTION TRIM(CSW-ACCOUNT-ID)
                      "' AND cycle_start = DATE '"
                      WS-CSW-CYCLE-START
                      "'"
                   DELIMITED BY SIZE INTO WS-CSW-SQL
           END-IF
           CALL STATIC "DB_QUERY"
               USING BY VALUE CSW-DBH
                     BY REFERENCE WS-CSW-SQL
               RETURNING WS-CSW-STMT
           IF WS-CSW-STMT = WS-CSW-NULL
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, WS-CSW-SQL
           END-IF.

       RECORD-REFUSED-EXCESS.
           *> refusals are tallied apart from the withdrawal count so
           *> the conversion report sees customers the limit turned
           *> away as well as those it charged
           MOVE SPACES TO WS-CSW-SQL
           STRING "UPDATE savings_wd_counts SET refused_count = "
                  "refused_count + 1 WHERE account_id = '"
                  FUNCTION TRIM(CSW-ACCOUNT-ID)
                  "' AND cycle_start = DATE '"
                  WS-CSW-CYCLE-START
                  "'"
               DELIMITED BY SIZE INTO WS-CSW-SQL
           CALL STATIC "DB_QUERY"
               USING BY VALUE CSW-DBH
                     BY REFERENCE WS-CSW-SQL
               RETURNING WS-CSW-STMT
           IF WS-CSW-STMT = WS-CSW-NULL
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, WS-CSW-SQL
           END-IF.
