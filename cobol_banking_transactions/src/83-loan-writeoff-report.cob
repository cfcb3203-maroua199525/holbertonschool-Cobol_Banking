IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-writeoff-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "loan-writeoff-report".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-REPORT-FILENAME   PIC X(80).

       *> one line per loan product: the month's charge-offs and
       *> recoveries, and the lifetime position of the product's
       *> written-off book
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY    OCCURS 50 TIMES.
               10  WS-PROD-CODE     PIC X(20).
               10  WS-PROD-WO-CNT   PIC 9(5).
               10  WS-PROD-WO-AMT   PIC S9(11)V99.
               10  WS-PROD-REC-CNT  PIC 9(5).
               10  WS-PROD-REC-AMT  PIC S9(11)V99.
               10  WS-PROD-LIFE-WO  PIC S9(11)V99.
               10  WS-PROD-LIFE-REC PIC S9(11)V99.
       01  WS-PROD-USED         PIC 9(2) VALUE 0.
       01  WS-PROD-IX           PIC 9(2).
       01  WS-PROD-FOUND        PIC 9(2).
       01  WS-QUERY-KIND        PIC X.
       01  WS-ROW-PRODUCT       PIC X(20).
       01  WS-ROW-COUNT         PIC 9(5).
       01  WS-ROW-AMOUNT        PIC S9(11)V99.
       01  WS-ROW-SECOND        PIC S9(11)V99.
       01  WS-ROW-FIELDS        PIC X(80).
       01  WS-ROW-F1            PIC X(20).
       01  WS-ROW-F2            PIC X(20).

       01  WS-TOT-WO-CNT        PIC 9(5) VALUE 0.
       01  WS-TOT-WO-AMT        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-REC-CNT       PIC 9(5) VALUE 0.
       01  WS-TOT-REC-AMT       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-LIFE-WO       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-LIFE-REC      PIC S9(11)V99 VALUE 0.
       01  WS-NET-LOSS          PIC S9(11)V99.
       01  WS-WO-EDIT           PIC -(10)9.99.
       01  WS-REC-EDIT          PIC -(10)9.99.
       01  WS-LIFE-WO-EDIT      PIC -(10)9.99.
       01  WS-LIFE-REC-EDIT     PIC -(10)9.99.
       01  WS-NET-EDIT          PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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

           PERFORM COLLECT-MONTH-CHARGEOFFS
           PERFORM COLLECT-MONTH-RECOVERIES
           PERFORM COLLECT-LIFETIME-POSITION
           PERFORM WRITE-COMMITTEE-REPORT

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       COLLECT-MONTH-CHARGEOFFS.
           MOVE "W" TO WS-QUERY-KIND
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT product_code, COUNT(*), "
                  "COALESCE(SUM(chargeoff_amount),0) FROM loans "
                  "WHERE chargeoff_date IS NOT NULL "
                  "AND date_trunc('month', chargeoff_date) = "
                  "date_trunc('month', DATE '"
                  WS-SQL-DATE
                  "') GROUP BY product_code"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-PRODUCT-QUERY.

       COLLECT-MONTH-RECOVERIES.
           *> a recovery's tx_ref carries its loan id, which ties the
           *> ledger row back to the loan's product
           MOVE "R" TO WS-QUERY-KIND
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT l.product_code, COUNT(*), "
                  "COALESCE(SUM(t.amount),0) FROM tx_log t "
                  "JOIN loans l ON t.tx_ref = l.loan_id || '-REC' "
                  "WHERE t.tx_type = 'LOAN_REC' "
                  "AND date_trunc('month', t.created_at) = "
                  "date_trunc('month', DATE '"
                  WS-SQL-DATE
                  "') GROUP BY l.product_code"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-PRODUCT-QUERY.

       COLLECT-LIFETIME-POSITION.
           MOVE "L" TO WS-QUERY-KIND
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT product_code, COUNT(*), "
                  "COALESCE(SUM(chargeoff_amount),0) || ';' || "
                  "COALESCE(SUM(recovered_amount),0) FROM loans "
                  "WHERE chargeoff_date IS NOT NULL "
                  "GROUP BY product_code"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-PRODUCT-QUERY.

       RUN-PRODUCT-QUERY.
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM ACCUMULATE-ONE-PRODUCT UNTIL RC NOT = 0
           END-IF.

       ACCUMULATE-ONE-PRODUCT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(C1) TO WS-ROW-PRODUCT
           COMPUTE WS-ROW-COUNT = FUNCTION NUMVAL(C2)
           MOVE 0 TO WS-ROW-SECOND
           IF WS-QUERY-KIND = "L"
               MOVE SPACES TO WS-ROW-FIELDS, WS-ROW-F1, WS-ROW-F2
               MOVE FUNCTION TRIM(C3) TO WS-ROW-FIELDS
               UNSTRING WS-ROW-FIELDS DELIMITED BY ";"
                   INTO WS-ROW-F1, WS-ROW-F2
               END-UNSTRING
               COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(WS-ROW-F1)
               COMPUTE WS-ROW-SECOND = FUNCTION NUMVAL(WS-ROW-F2)
           ELSE
               COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(C3)
           END-IF

           PERFORM FIND-PRODUCT-SLOT
           IF WS-PROD-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-QUERY-KIND
               WHEN "W"
                   ADD WS-ROW-COUNT TO WS-PROD-WO-CNT(WS-PROD-FOUND)
                   ADD WS-ROW-AMOUNT TO WS-PROD-WO-AMT(WS-PROD-FOUND)
               WHEN "R"
                   ADD WS-ROW-COUNT TO WS-PROD-REC-CNT(WS-PROD-FOUND)
                   ADD WS-ROW-AMOUNT
                       TO WS-PROD-REC-AMT(WS-PROD-FOUND)
               WHEN "L"
                   ADD WS-ROW-AMOUNT
                       TO WS-PROD-LIFE-WO(WS-PROD-FOUND)
                   ADD WS-ROW-SECOND
                       TO WS-PROD-LIFE-REC(WS-PROD-FOUND)
           END-EVALUATE.

       FIND-PRODUCT-SLOT.
           MOVE 0 TO WS-PROD-FOUND
           PERFORM VARYING WS-PROD-IX FROM 1 BY 1
                   UNTIL WS-PROD-IX > WS-PROD-USED
                      OR WS-PROD-FOUND > 0
               IF WS-PROD-CODE(WS-PROD-IX) = WS-ROW-PRODUCT
                   MOVE WS-PROD-IX TO WS-PROD-FOUND
               END-IF
           END-PERFORM
           IF WS-PROD-FOUND = 0 AND WS-PROD-USED < 50
               ADD 1 TO WS-PROD-USED
               MOVE WS-PROD-USED TO WS-PROD-FOUND
               MOVE WS-ROW-PRODUCT TO WS-PROD-CODE(WS-PROD-FOUND)
               MOVE 0 TO WS-PROD-WO-CNT(WS-PROD-FOUND),
                   WS-PROD-WO-AMT(WS-PROD-FOUND),
                   WS-PROD-REC-CNT(WS-PROD-FOUND),
                   WS-PROD-REC-AMT(WS-PROD-FOUND),
                   WS-PROD-LIFE-WO(WS-PROD-FOUND),
                   WS-PROD-LIFE-REC(WS-PROD-FOUND)
           END-IF.

       WRITE-COMMITTEE-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/loan_writeoff_" WS-BUSINESS-DATE(1:6) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LOANS WRITTEN OFF AND RECOVERED - MONTH "
                  WS-BUSINESS-DATE(1:6)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PRODUCT              WO#   WRITTEN OFF   REC#"
                  "     RECOVERED  LIFETIME WO  LIFETIME REC"
                  "      NET LOSS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PROD-USED = 0
               MOVE "No charged-off loans on the book." TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-ONE-PRODUCT-LINE
                   VARYING WS-PROD-IX FROM 1 BY 1
                   UNTIL WS-PROD-IX > WS-PROD-USED
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-NET-LOSS = WS-TOT-LIFE-WO - WS-TOT-LIFE-REC
           MOVE WS-TOT-WO-AMT TO WS-WO-EDIT
           MOVE WS-TOT-REC-AMT TO WS-REC-EDIT
           MOVE WS-TOT-LIFE-WO TO WS-LIFE-WO-EDIT
           MOVE WS-TOT-LIFE-REC TO WS-LIFE-REC-EDIT
           MOVE WS-NET-LOSS TO WS-NET-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL                " WS-TOT-WO-CNT " "
                  WS-WO-EDIT " " WS-TOT-REC-CNT " "
                  WS-REC-EDIT " " WS-LIFE-WO-EDIT " "
                  WS-LIFE-REC-EDIT " " WS-NET-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Loan write-off report " WS-BUSINESS-DATE(1:6) ": "
                   WS-TOT-WO-CNT " charged off for "
                   FUNCTION TRIM(WS-WO-EDIT) ", "
                   WS-TOT-REC-CNT " recovery posting(s) for "
                   FUNCTION TRIM(WS-REC-EDIT) " - written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) ".".

       WRITE-ONE-PRODUCT-LINE.
           ADD WS-PROD-WO-CNT(WS-PROD-IX) TO WS-TOT-WO-CNT
           ADD WS-PROD-WO-AMT(WS-PROD-IX) TO WS-TOT-WO-AMT
           ADD WS-PROD-REC-CNT(WS-PROD-IX) TO WS-TOT-REC-CNT
           ADD WS-PROD-REC-AMT(WS-PROD-IX) TO WS-TOT-REC-AMT
           ADD WS-PROD-LIFE-WO(WS-PROD-IX) TO WS-TOT-LIFE-WO
           ADD WS-PROD-LIFE-REC(WS-PROD-IX) TO WS-TOT-LIFE-REC
           COMPUTE WS-NET-LOSS = WS-PROD-LIFE-WO(WS-PROD-IX)
               - WS-PROD-LIFE-REC(WS-PROD-IX)
           MOVE WS-PROD-WO-AMT(WS-PROD-IX) TO WS-WO-EDIT
           MOVE WS-PROD-REC-AMT(WS-PROD-IX) TO WS-REC-EDIT
           MOVE WS-PROD-LIFE-WO(WS-PROD-IX) TO WS-LIFE-WO-EDIT
           MOVE WS-PROD-LIFE-REC(WS-PROD-IX) TO WS-LIFE-REC-EDIT
           MOVE WS-NET-LOSS TO WS-NET-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-PROD-CODE(WS-PROD-IX) " "
                  WS-PROD-WO-CNT(WS-PROD-IX) " "
                  WS-WO-EDIT " "
                  WS-PROD-REC-CNT(WS-PROD-IX) " "
                  WS-REC-EDIT " "
                  WS-LIFE-WO-EDIT " "
                  WS-LIFE-REC-EDIT " "
                  WS-NET-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
