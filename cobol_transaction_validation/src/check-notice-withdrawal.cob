IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-NOTICE-WITHDRAWAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CNW-SQL            PIC X(512).
       01  WS-CNW-BUFFER         PIC X(256).
       01  WS-CNW-RC             PIC S9(9) COMP-5.
       01  WS-CNW-STMT           USAGE POINTER.
       01  WS-CNW-NULL           USAGE POINTER.
       01  WS-CNW-F1             PIC X(20).
       01  WS-CNW-F2             PIC X(20).
       01  WS-CNW-F3             PIC X(20).
       01  WS-CNW-NOTICE-DAYS    PIC 9(3).
       01  WS-CNW-PENALTY-DAYS   PIC 9(3).
       01  WS-CNW-WINDOW-DAYS    PIC 9(3).
       01  WS-CNW-NOTICE-ID      PIC X(20).
       01  WS-CNW-RATE           PIC S9(3)V9(6).
       01  WS-CNW-AMOUNT-EDIT    PIC 9(9).99.
       01  WS-CNW-SQL-DATE       PIC X(10).
       01  WS-BUSINESS-DATE      PIC X(8).
       01  WS-MONTH-END-FLAG     PIC X.
       01  WS-ERROR-SOURCE       PIC X(40)
           VALUE "check-notice-withdrawal".

       LINKAGE SECTION.
       01  CNW-FUNCTION          PIC X(8).
       01  CNW-DBH               USAGE POINTER.
       01  CNW-ACCOUNT-ID        PIC X(20).
       01  CNW-AMOUNT            PIC S9(9)V99.
       01  CNW-RESULT            PIC X.
       01  CNW-PENALTY           PIC S9(9)V99.
       01  CNW-NOTICE-DAYS       PIC 9(3).

       PROCEDURE DIVISION USING CNW-FUNCTION, CNW-DBH,
           CNW-ACCOUNT-ID, CNW-AMOUNT, CNW-RESULT, CNW-PENALTY,
           CNW-NOTICE-DAYS.
       CHECK-NOTICE-MAIN.
           *> Notice products (notice_days set on the product) only
           *> pay out against a notice given in advance.
           *> CHECK: a PENDING notice that has matured - and is still
           *> inside the product's notice_window_days - with enough
           *> left on it covers the withdrawal: 'N'. Without one, a
           *> product with notice_penalty_days lets it through at
           *> that many days' credit interest in lieu of notice: 'P'
           *> with the amount in CNW-PENALTY. Otherwise 'R'. 'O' is
           *> not a notice product. Nothing is drawn down.
           *> RECORD: the withdrawal a CHECK passed on a notice has
           *> posted - the covering notice is drawn down by it.
           IF CNW-FUNCTION = "RECORD"
               PERFORM LOAD-NOTICE-TERMS
               IF WS-CNW-NOTICE-DAYS > 0
                   PERFORM FIND-COVERING-NOTICE
                   IF WS-CNW-NOTICE-ID NOT = SPACES
                       PERFORM DRAW-DOWN-NOTICE
                   END-IF
               END-IF
               GOBACK
           END-IF

           MOVE 'O' TO CNW-RESULT
           MOVE 0 TO CNW-PENALTY
           MOVE 0 TO CNW-NOTICE-DAYS
           PERFORM LOAD-NOTICE-TERMS
           MOVE WS-CNW-NOTICE-DAYS TO CNW-NOTICE-DAYS
           IF WS-CNW-NOTICE-DAYS = 0
               GOBACK
           END-IF
           PERFORM FIND-COVERING-NOTICE
           IF WS-CNW-NOTICE-ID NOT = SPACES
               MOVE 'N' TO CNW-RESULT
               GOBACK
           END-IF

           IF WS-CNW-PENALTY-DAYS = 0
               MOVE 'R' TO CNW-RESULT
               GOBACK
           END-IF

           *> interest in lieu of notice at the account's current
           *> credit rate
           MOVE 5.75 TO WS-CNW-RATE
           MOVE SPACES TO WS-CNW-SQL
           MOVE SPACES TO WS-CNW-BUFFER
           STRING "SELECT credit_rate FROM pricing_schedule "
                  "WHERE account_id = '"
                  FUNCTION TRIM(CNW-ACCOUNT-ID)
                  "' AND effective_date <= CURRENT_DATE "
                  "ORDER BY effective_date DESC LIMIT 1"
               DELIMITED BY SIZE INTO WS-CNW-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CNW-DBH
                     BY REFERENCE WS-CNW-SQL
                     BY REFERENCE WS-CNW-BUFFER
               RETURNING WS-CNW-RC
           IF WS-CNW-RC = 0 AND FUNCTION TRIM(WS-CNW-BUFFER)
                   NOT = SPACES
               COMPUTE WS-CNW-RATE = FUNCTION NUMVAL(WS-CNW-BUFFER)
           END-IF
           COMPUTE CNW-PENALTY ROUNDED =
               CNW-AMOUNT * WS-CNW-RATE * WS-CNW-PENALTY-DAYS / 36500
           IF CNW-PENALTY < 0.01
               MOVE 0.01 TO CNW-PENALTY
           END-IF
           MOVE 'P' TO CNW-RESULT
           GOBACK.

       LOAD-NOTICE-TERMS.
           *> the product's notice terms; no notice days - not a
           *> notice product
           MOVE 0 TO WS-CNW-NOTICE-DAYS
           MOVE 0 TO WS-CNW-PENALTY-DAYS
           MOVE 0 TO WS-CNW-WINDOW-DAYS
           MOVE SPACES TO WS-CNW-SQL
           MOVE SPACES TO WS-CNW-BUFFER
           STRING "SELECT COALESCE(p.notice_days,0) || ';' || "
                  "COALESCE(p.notice_penalty_days,0) || ';' || "
                  "COALESCE(p.notice_window_days,7) "
                  "FROM accounts a JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE a.account_id = '"
                  FUNCTION TRIM(CNW-ACCOUNT-ID)
                  "'"
               DELIMITED BY SIZE INTO WS-CNW-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CNW-DBH
                     BY REFERENCE WS-CNW-SQL
                     BY REFERENCE WS-CNW-BUFFER
               RETURNING WS-CNW-RC
           IF WS-CNW-RC NOT = 0 OR FUNCTION TRIM(WS-CNW-BUFFER)
                   = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CNW-F1, WS-CNW-F2, WS-CNW-F3
           UNSTRING WS-CNW-BUFFER DELIMITED BY ";"
               INTO WS-CNW-F1, WS-CNW-F2, WS-CNW-F3
           END-UNSTRING
           COMPUTE WS-CNW-NOTICE-DAYS = FUNCTION NUMVAL(WS-CNW-F1)
           COMPUTE WS-CNW-PENALTY-DAYS = FUNCTION NUMVAL(WS-CNW-F2)
           COMPUTE WS-CNW-WINDOW-DAYS = FUNCTION NUMVAL(WS-CNW-F3)

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-CNW-SQL-DATE
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-CNW-SQL-DATE
           MOVE CNW-AMOUNT TO WS-CNW-AMOUNT-EDIT.

       FIND-COVERING-NOTICE.
           *> the oldest matured notice that still covers the amount
           MOVE SPACES TO WS-CNW-NOTICE-ID
           MOVE SPACES TO WS-CNW-SQL
           MOVE SPACES TO WS-CNW-BUFFER
           STRING "SELECT notice_id FROM withdrawal_notices "
                  "WHERE account_id = '"
                  FUNCTION TRIM(CNW-ACCOUNT-ID)
                  "' AND status = 'PENDING' AND mature_date <= DATE '"
                  WS-CNW-SQL-DATE
                  "' AND mature_date + "
                  WS-CNW-WINDOW-DAYS
                  " >= DATE '"
                  WS-CNW-SQL-DATE
                  "' AND amount - used_amount >= "
                  FUNCTION TRIM(WS-CNW-AMOUNT-EDIT)
                  " ORDER BY mature_date, notice_id LIMIT 1"
               DELIMITED BY SIZE INTO WS-CNW-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CNW-DBH
                     BY REFERENCE WS-CNW-SQL
                     BY REFERENCE WS-CNW-BUFFER
               RETURNING WS-CNW-RC
           IF WS-CNW-RC = 0 AND FUNCTION TRIM(WS-CNW-BUFFER)
                   NOT = SPACES
               MOVE FUNCTION TRIM(WS-CNW-BUFFER) TO WS-CNW-NOTICE-ID
           END-IF.

       DRAW-DOWN-NOTICE.
           *> a notice is USED once nothing is left on it
           MOVE SPACES TO WS-CNW-SQL
           STRING "UPDATE withdrawal_notices SET used_amount = "
                  "used_amount + "
                  FUNCTION TRIM(WS-CNW-AMOUNT-EDIT)
                  ", status = CASE WHEN used_amount + "
                  FUNCTION TRIM(WS-CNW-AMOUNT-EDIT)
                  " >= amount THEN 'USED' ELSE 'PENDING' END, "
                  "used_date = DATE '"
                  WS-CNW-SQL-DATE
                  "' WHERE notice_id = "
                  FUNCTION TRIM(WS-CNW-NOTICE-ID)
               DELIMITED BY SIZE INTO WS-CNW-SQL
           CALL STATIC "DB_QUERY"
               USING BY VALUE CNW-DBH
                     BY REFERENCE WS-CNW-SQL
               RETURNING WS-CNW-STMT
           IF WS-CNW-STMT = WS-CNW-NULL
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, WS-CNW-SQL
           END-IF.
