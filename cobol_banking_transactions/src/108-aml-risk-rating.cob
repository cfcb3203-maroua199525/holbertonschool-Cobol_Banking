IDENTIFICATION DIVISION.
       PROGRAM-ID. aml-risk-rating.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO WS-CHANGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       01  CHANGE-LINE          PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "aml-risk-rating".
       01  WS-ENV-VALUE         PIC X(10).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-CHANGE-FILENAME   PIC X(80).

       *> Score bands and the KYC review cycle each rating earns.
       *> A customer re-rated upward is due for review no later than
       *> the new cycle from tonight; a downgrade leaves the review
       *> already booked alone.
       01  WS-MEDIUM-SCORE      PIC 9(3) VALUE 30.
       01  WS-HIGH-SCORE        PIC 9(3) VALUE 60.
       01  WS-CYCLE-LOW         PIC 9(3) VALUE 36.
       01  WS-CYCLE-MEDIUM      PIC 9(3) VALUE 24.
       01  WS-CYCLE-HIGH        PIC 9(3) VALUE 12.
       01  WS-CYCLE-MONTHS      PIC 9(3).

       *> Points per risk factor. Turnover and cross-border figures
       *> look back 90 days; near-misses and filed SARs a year.
       01  WS-PTS-PRODUCT-MIX   PIC 9(3) VALUE 10.
       01  WS-PTS-FOREIGN-CCY   PIC 9(3) VALUE 10.
       01  WS-PTS-VIRTUAL       PIC 9(3) VALUE 15.
       01  WS-PTS-CASH-HIGH     PIC 9(3) VALUE 20.
       01  WS-PTS-CASH-MED      PIC 9(3) VALUE 10.
       01  WS-PTS-XBORDER-HIGH  PIC 9(3) VALUE 25.
       01  WS-PTS-XBORDER-MED   PIC 9(3) VALUE 10.
       01  WS-PTS-NEAR-MISS     PIC 9(3) VALUE 10.
       01  WS-PTS-OPEN-CASE     PIC 9(3) VALUE 30.
       01  WS-PTS-ESCALATED     PIC 9(3) VALUE 10.
       01  WS-PTS-SAR           PIC 9(3) VALUE 20.
       01  WS-MIX-CLASSES       PIC 9(3) VALUE 3.
       01  WS-CASH-HIGH-PCT     PIC 9(3) VALUE 50.
       01  WS-CASH-MED-PCT      PIC 9(3) VALUE 25.
       01  WS-XBORDER-HIGH      PIC 9(9)V99 VALUE 50000.
       01  WS-XBORDER-MED       PIC 9(9)V99 VALUE 10000.

       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY    OCCURS 2000 TIMES.
               10  WS-CU-ID         PIC X(20).
               10  WS-CU-RATING     PIC X(6).
               10  WS-CU-SCORE      PIC X(5).
               10  WS-CU-DUE        PIC X(10).
       01  WS-CUST-USED         PIC 9(4) VALUE 0.
       01  WS-CUST-IX           PIC 9(4).
       01  WS-CUST-FULL-FLAG    PIC X VALUE 'N'.

       01  WS-DETAIL            PIC X(256).
       01  WS-F-CLASSES         PIC X(10).
       01  WS-F-FOREIGN         PIC X(10).
       01  WS-F-VIRTUAL         PIC X(10).
       01  WS-F-CASH            PIC X(20).
       01  WS-F-TURNOVER        PIC X(20).
       01  WS-F-XBORDER         PIC X(20).
       01  WS-F-NEAR-MISS       PIC X(10).
       01  WS-F-OPEN            PIC X(10).
       01  WS-F-ESCALATED       PIC X(10).
       01  WS-F-SAR             PIC X(10).
       01  WS-CASH-AMT          PIC S9(11)V99.
       01  WS-TURNOVER-AMT      PIC S9(11)V99.
       01  WS-XBORDER-AMT       PIC S9(11)V99.
       01  WS-CASH-PCT          PIC 9(3).
       01  WS-COUNT-VALUE       PIC 9(5).
       01  WS-SCORE             PIC 9(3).
       01  WS-SCORE-EDIT        PIC ZZ9.
       01  WS-PCT-EDIT          PIC ZZ9.
       01  WS-AMT-EDIT          PIC Z(10)9.99.
       01  WS-NEW-RATING        PIC X(6).
       01  WS-REASONS           PIC X(200).
       01  WS-REASON-PTR        PIC 9(3).
       01  WS-NEW-DUE           PIC X(10).

       01  WS-RATED-COUNT       PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT     PIC 9(5) VALUE 0.
       01  WS-LOW-COUNT         PIC 9(5) VALUE 0.
       01  WS-MEDIUM-COUNT      PIC 9(5) VALUE 0.
       01  WS-HIGH-COUNT        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RISK_MEDIUM_SCORE"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-MEDIUM-SCORE = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RISK_HIGH_SCORE"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-HIGH-SCORE = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "KYC_MONTHS_LOW"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-CYCLE-LOW = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "KYC_MONTHS_MEDIUM"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-CYCLE-MEDIUM = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "KYC_MONTHS_HIGH"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-CYCLE-HIGH = FUNCTION NUMVAL(WS-ENV-VALUE)
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

           MOVE SPACES TO WS-CHANGE-FILENAME
           STRING "build/risk_rating_changes_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-CHANGE-FILENAME
           OPEN OUTPUT CHANGE-FILE
           MOVE SPACES TO CHANGE-LINE
           STRING "CUSTOMER AML RISK RATING CHANGES - " WS-SQL-DATE
               DELIMITED BY SIZE INTO CHANGE-LINE
           WRITE CHANGE-LINE
           MOVE "  customer  was  now  score  next KYC review  reasons"
               TO CHANGE-LINE
           WRITE CHANGE-LINE
           MOVE ALL "-" TO CHANGE-LINE
           WRITE CHANGE-LINE

           PERFORM COLLECT-CUSTOMERS
           PERFORM RATE-ONE-CUSTOMER
               VARYING WS-CUST-IX FROM 1 BY 1
               UNTIL WS-CUST-IX > WS-CUST-USED

           IF WS-CHANGED-COUNT = 0
               MOVE "No customer changed rating tonight."
                   TO CHANGE-LINE
               WRITE CHANGE-LINE
           END-IF
           MOVE SPACES TO CHANGE-LINE
           WRITE CHANGE-LINE
           MOVE SPACES TO CHANGE-LINE
           STRING WS-RATED-COUNT " customer(s) rated: "
                  WS-LOW-COUNT " LOW, " WS-MEDIUM-COUNT " MEDIUM, "
                  WS-HIGH-COUNT " HIGH; " WS-CHANGED-COUNT
                  " rating change(s)."
               DELIMITED BY SIZE INTO CHANGE-LINE
           WRITE CHANGE-LINE
           IF WS-CUST-FULL-FLAG = 'Y'
               MOVE "WARNING: customer table full - rest rated next run"
                   TO CHANGE-LINE
               WRITE CHANGE-LINE
           END-IF
           CLOSE CHANGE-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Risk rating changes written to "
                   FUNCTION TRIM(WS-CHANGE-FILENAME) " - "
                   WS-RATED-COUNT " rated, "
                   WS-CHANGED-COUNT " changed."
           GOBACK.

       COLLECT-CUSTOMERS.
           *> customers not rated tonight come first, so a full table
           *> still gets to everybody over successive nights
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT customer_id, COALESCE(risk_rating,'') || "
                  "';' || COALESCE(risk_score::text,''), "
                  "COALESCE(kyc_review_due::text,'') FROM customers "
                  "WHERE COALESCE(status,'ACTIVE') NOT IN "
                  "('MERGED','CLOSED') ORDER BY risk_rated_date "
                  "NULLS FIRST, customer_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUFFER-ONE-CUSTOMER UNTIL RC NOT = 0.

       BUFFER-ONE-CUSTOMER.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CUST-USED >= 2000
               MOVE 'Y' TO WS-CUST-FULL-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUST-USED
           MOVE FUNCTION TRIM(C1) TO WS-CU-ID(WS-CUST-USED)
           MOVE SPACES TO WS-CU-RATING(WS-CUST-USED)
                          WS-CU-SCORE(WS-CUST-USED)
           UNSTRING C2 DELIMITED BY ";"
               INTO WS-CU-RATING(WS-CUST-USED),
                    WS-CU-SCORE(WS-CUST-USED)
           END-UNSTRING
           MOVE FUNCTION TRIM(C3) TO WS-CU-DUE(WS-CUST-USED).

       RATE-ONE-CUSTOMER.
           PERFORM GATHER-ACCOUNT-FACTORS
           PERFORM GATHER-ACTIVITY-FACTORS
           PERFORM GATHER-COMPLIANCE-FACTORS
           PERFORM SCORE-FACTORS
           ADD 1 TO WS-RATED-COUNT
           EVALUATE WS-NEW-RATING
               WHEN "HIGH"
                   ADD 1 TO WS-HIGH-COUNT
                   MOVE WS-CYCLE-HIGH TO WS-CYCLE-MONTHS
               WHEN "MEDIUM"
                   ADD 1 TO WS-MEDIUM-COUNT
                   MOVE WS-CYCLE-MEDIUM TO WS-CYCLE-MONTHS
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
                   MOVE WS-CYCLE-LOW TO WS-CYCLE-MONTHS
           END-EVALUATE
           PERFORM RECORD-RATING.

       GATHER-ACCOUNT-FACTORS.
           *> product mix: how many product classes the customer
           *> spreads across, foreign-currency accounts, and whether
           *> they collect through virtual sub-accounts
           MOVE SPACES TO WS-F-CLASSES, WS-F-FOREIGN, WS-F-VIRTUAL
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(DISTINCT p.class) || ';' || COUNT(*) "
                  "FILTER (WHERE COALESCE(a.currency,'USD') <> 'USD') "
                  "|| ';' || COUNT(v.virtual_id) FROM accounts a "
                  "LEFT JOIN products p ON p.product_code = "
                  "a.product_code LEFT JOIN virtual_accounts v ON "
                  "v.master_account_id = a.account_id "
                  "WHERE a.customer_id::text = '"
                  FUNCTION TRIM(WS-CU-ID(WS-CUST-IX))
                  "' AND COALESCE(a.status,'ACTIVE') <> 'CLOSED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-FACTOR-QUERY
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-F-CLASSES, WS-F-FOREIGN, WS-F-VIRTUAL
           END-UNSTRING.

       GATHER-ACTIVITY-FACTORS.
           *> cash intensity against total turnover, and what went
           *> out of the bank as external payments
           MOVE SPACES TO WS-F-CASH, WS-F-TURNOVER, WS-F-XBORDER
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(SUM(t.amount) FILTER (WHERE "
                  "t.tx_type IN ('DEPOSIT','WITHDRAW')),0) || ';' || "
                  "COALESCE(SUM(t.amount),0) || ';' || "
                  "COALESCE(SUM(t.amount) FILTER (WHERE t.tx_type = "
                  "'EXT_OUT'),0) FROM tx_log t JOIN accounts a ON "
                  "a.account_id = t.account_id WHERE "
                  "a.customer_id::text = '"
                  FUNCTION TRIM(WS-CU-ID(WS-CUST-IX))
                  "' AND t.tx_type NOT IN ('REVAL','INT_ACCR') "
                  "AND t.created_at >= DATE '"
                  WS-SQL-DATE
                  "' - 90"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-FACTOR-QUERY
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-F-CASH, WS-F-TURNOVER, WS-F-XBORDER
           END-UNSTRING.

       GATHER-COMPLIANCE-FACTORS.
           *> near-misses are screening holds the desk released as
           *> false positives; then the customer's AML case record
           MOVE SPACES TO WS-F-NEAR-MISS, WS-F-OPEN, WS-F-ESCALATED,
               WS-F-SAR
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT (SELECT COUNT(*) FROM payment_screening s "
                  "JOIN accounts a ON a.account_id::text = "
                  "s.account_id WHERE a.customer_id::text = '"
                  FUNCTION TRIM(WS-CU-ID(WS-CUST-IX))
                  "' AND s.status = 'RELEASED' AND s.screened_at >= "
                  "DATE '" WS-SQL-DATE "' - 365) || ';' || "
                  "COUNT(*) FILTER (WHERE status = 'OPEN') || ';' || "
                  "COUNT(*) FILTER (WHERE status = 'ESCALATED') || "
                  "';' || COUNT(*) FILTER (WHERE disposition = "
                  "'SAR-FILED' AND closed_date >= DATE '"
                  WS-SQL-DATE "' - 365) FROM aml_cases WHERE "
                  "customer_id::text = '"
                  FUNCTION TRIM(WS-CU-ID(WS-CUST-IX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-FACTOR-QUERY
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-F-NEAR-MISS, WS-F-OPEN, WS-F-ESCALATED,
                    WS-F-SAR
           END-UNSTRING.

       RUN-FACTOR-QUERY.
           MOVE SPACES TO WS-DETAIL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DETAIL
           END-IF.

       SCORE-FACTORS.
           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-REASONS
           MOVE 1 TO WS-REASON-PTR

           COMPUTE WS-COUNT-VALUE = FUNCTION NUMVAL(WS-F-CLASSES)
           IF WS-COUNT-VALUE >= WS-MIX-CLASSES
               ADD WS-PTS-PRODUCT-MIX TO WS-SCORE
               STRING FUNCTION TRIM(WS-F-CLASSES)
                      " product classes; "
                   DELIMITED BY SIZE INTO WS-REASONS
                   WITH POINTER WS-REASON-PTR
           END-IF
           COMPUTE WS-COUNT-VALUE = FUNCTION NUMVAL(WS-F-FOREIGN)
           IF WS-COUNT-VALUE > 0
               ADD WS-PTS-FOREIGN-CCY TO WS-SCORE
               STRING "foreign-currency accounts; "
                   DELIMITED BY SIZE INTO WS-REASONS
                   WITH POINTER WS-REASON-PTR
           END-IF
           COMPUTE WS-COUNT-VALUE = FUNCTION NUMVAL(WS-F-VIRTUAL)
           IF WS-COUNT-VALUE > 0
               ADD WS-PTS-VIRTUAL TO WS-SCORE
               STRING "collects via virtual accounts; "
                   DELIMITED BY SIZE INTO WS-REASONS
                   WITH POINTER WS-REASON-PTR
           END-IF

           COMPUTE WS-CASH-AMT = FUNCTION NUMVAL(WS-F-CASH)
           COMPUTE WS-TURNOVER-AMT = FUNCTION NUMVAL(WS-F-TURNOVER)
           MOVE 0 TO WS-CASH-PCT
           IF WS-TURNOVER-AMT > 0
               COMPUTE WS-CASH-PCT ROUNDED =
                   WS-CASH-AMT * 100 / WS-TURNOVER-AMT
           END-IF
           MOVE WS-CASH-PCT TO WS-PCT-EDIT
           IF WS-CASH-PCT >= WS-CASH-HIGH-PCT
               ADD WS-PTS-CASH-HIGH TO WS-SCORE
           ELSE
               IF WS-CASH-PCT >= WS-CASH-MED-PCT
                   ADD WS-PTS-CASH-MED TO WS-SCORE
               END-IF
           END-IF
           IF WS-CASH-PCT >= WS-CASH-MED-PCT
               STRING "cash " FUNCTION TRIM(WS-PCT-EDIT)
                      "% of turnover; "
                   DELIMITED BY SIZE INTO WS-REASONS
                   WITH POINTER WS-REASON-PTR
           END-IF

           COMPUTE WS-XBORDER-AMT = FUNCTION NUMVAL(WS-F-XBORDER)
           MOVE WS-XBORDER-AMT TO WS-AMT-EDIT
           IF WS-XBORDER-AMT >= WS-XBORDER-HIGH
               ADD WS-PTS-XBORDER-HIGH TO WS-SCORE
           ELSE
               IF WS-XBORDER-AMT >= WS-XBORDER-MED
                   ADD WS-PTS-XBORDER-MED TO WS-SCORE
               END-IF
           END-IF
           IF WS-XBORDER-AMT >= WS-XBORDER-MED
               STRING "external payments "
                      FUNCTION TRIM(WS-AMT-EDIT) " in 90 days; "
                   DELIMITED BY SIZE INTO WS-REASONS
                   WITH POINTER WS-REASON-PTR
           END-IF

           COMPUTE WS-COUNT-VALUE = FUNCTION NUMVAL(WS-F-NEAR-MISS)
           IF WS-COUNT-VALUE > 0
               COMPUTE WS-SCORE = WS-SCORE +
                   WS-PTS-NEAR-MISS * FUNCTION MIN(WS-COUNT-VALUE, 2)
               STRING FUNCTION TRIM(WS-F-NEAR-MISS)
                      " screening near-miss(es); "
                   DELIMITED BY SIZE INTO WS-REASONS
                   WITH POINTER WS-REASON-PTR
           END-IF
           COMPUTE WS-COUNT-VALUE = FUNCTION NUMVAL(WS-F-OPEN)
               + FUNCTION NUMVAL(WS-F-ESCALATED)
           IF WS-COUNT-VALUE > 0
               ADD WS-PTS-OPEN-CASE TO WS-SCORE
               IF FUNCTION NUMVAL(WS-F-ESCALATED) > 0
                   ADD WS-PTS-ESCALATED TO WS-SCORE
                   STRING "escalated AML case; "
                       DELIMITED BY SIZE INTO WS-REASONS
                       WITH POINTER WS-REASON-PTR
               ELSE
                   STRING "open AML case; "
                       DELIMITED BY SIZE INTO WS-REASONS
                       WITH POINTER WS-REASON-PTR
               END-IF
           END-IF
           COMPUTE WS-COUNT-VALUE = FUNCTION NUMVAL(WS-F-SAR)
           IF WS-COUNT-VALUE > 0
               ADD WS-PTS-SAR TO WS-SCORE
               STRING "SAR filed within the year; "
                   DELIMITED BY SIZE INTO WS-REASONS
                   WITH POINTER WS-REASON-PTR
           END-IF

           IF WS-REASONS = SPACES
               MOVE "no risk factors present" TO WS-REASONS
           END-IF
           EVALUATE TRUE
               WHEN WS-SCORE >= WS-HIGH-SCORE
                   MOVE "HIGH" TO WS-NEW-RATING
               WHEN WS-SCORE >= WS-MEDIUM-SCORE
                   MOVE "MEDIUM" TO WS-NEW-RATING
               WHEN OTHER
                   MOVE "LOW" TO WS-NEW-RATING
           END-EVALUATE
           MOVE WS-SCORE TO WS-SCORE-EDIT.

       RECORD-RATING.
           *> the current rating lives on the customer; the history
           *> keeps every score that moved, with what moved it
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE customers SET risk_rating = '"
                  FUNCTION TRIM(WS-NEW-RATING)
                  "', risk_score = "
                  FUNCTION TRIM(WS-SCORE-EDIT)
                  ", risk_rated_date = DATE '"
                  WS-SQL-DATE
                  "' WHERE customer_id::text = '"
                  FUNCTION TRIM(WS-CU-ID(WS-CUST-IX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-NEW-RATING) =
                   FUNCTION TRIM(WS-CU-RATING(WS-CUST-IX))
              AND FUNCTION TRIM(WS-SCORE-EDIT) =
                   FUNCTION TRIM(WS-CU-SCORE(WS-CUST-IX))
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CU-DUE(WS-CUST-IX) TO WS-NEW-DUE
           IF FUNCTION TRIM(WS-NEW-RATING) NOT =
                   FUNCTION TRIM(WS-CU-RATING(WS-CUST-IX))
               PERFORM SET-NEXT-REVIEW
           END-IF

           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO customer_risk_history (customer_id, "
                  "rated_date, score, rating, previous_rating, "
                  "kyc_review_due, reasons) VALUES ('"
                  FUNCTION TRIM(WS-CU-ID(WS-CUST-IX))
                  "', DATE '"
                  WS-SQL-DATE
                  "', "
                  FUNCTION TRIM(WS-SCORE-EDIT)
                  ", '"
                  FUNCTION TRIM(WS-NEW-RATING)
                  "', NULLIF('"
                  FUNCTION TRIM(WS-CU-RATING(WS-CUST-IX))
                  "',''), NULLIF('"
                  FUNCTION TRIM(WS-NEW-DUE)
                  "','')::date, ?)"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-REASONS) TO SQL-PARAM(1)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC

           IF FUNCTION TRIM(WS-NEW-RATING) NOT =
                   FUNCTION TRIM(WS-CU-RATING(WS-CUST-IX))
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       SET-NEXT-REVIEW.
           *> a first rating or a move up books the review inside the
           *> new cycle (never later than the one already booked); a
           *> move down leaves the booked review where it is
           IF WS-CU-DUE(WS-CUST-IX) NOT = SPACES
              AND (FUNCTION TRIM(WS-NEW-RATING) = "LOW"
                   OR (FUNCTION TRIM(WS-NEW-RATING) = "MEDIUM"
                       AND WS-CU-RATING(WS-CUST-IX) = "HIGH"))
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "UPDATE customers SET kyc_review_due = LEAST("
                  "COALESCE(kyc_review_due, 'infinity'::date), "
                  "(DATE '"
                  WS-SQL-DATE
                  "' + INTERVAL '"
                  WS-CYCLE-MONTHS
                  " months')::date) WHERE customer_id::text = '"
                  FUNCTION TRIM(WS-CU-ID(WS-CUST-IX))
                  "' RETURNING kyc_review_due::text"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-NEW-DUE
           END-IF.

       WRITE-CHANGE-LINE.
           ADD 1 TO WS-CHANGED-COUNT
           MOVE SPACES TO CHANGE-LINE
           IF WS-CU-RATING(WS-CUST-IX) = SPACES
               MOVE "NEW" TO WS-CU-RATING(WS-CUST-IX)
           END-IF
           STRING "  " FUNCTION TRIM(WS-CU-ID(WS-CUST-IX)) "  "
                  FUNCTION TRIM(WS-CU-RATING(WS-CUST-IX)) "  "
                  FUNCTION TRIM(WS-NEW-RATING) "  "
                  FUNCTION TRIM(WS-SCORE-EDIT) "  "
                  FUNCTION TRIM(WS-NEW-DUE) "  "
                  FUNCTION TRIM(WS-REASONS)
               DELIMITED BY SIZE INTO CHANGE-LINE
           WRITE CHANGE-LINE.
