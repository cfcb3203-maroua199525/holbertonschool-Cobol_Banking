IDENTIFICATION DIVISION.
       PROGRAM-ID. rd-missed-installment-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "rd-missed-installment-report".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-REPORT-FILENAME   PIC X(80).

       01  WS-DETAIL            PIC X(256).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-DET-F4            PIC X(20).
       01  WS-DET-F5            PIC X(20).
       01  WS-DET-F6            PIC X(20).
       01  WS-DET-F7            PIC X(40).
       01  WS-LAST-BRANCH       PIC X(10).
       01  WS-AMOUNT            PIC S9(9)V99.
       01  WS-AMOUNT-EDIT       PIC Z(8)9.99.
       01  WS-SECTION           PIC X.
           88  SECTION-TODAY        VALUE 'T'.
           88  SECTION-PLANS        VALUE 'P'.
       01  WS-SECTION-COUNT     PIC 9(5).
       01  WS-TODAY-COUNT       PIC 9(5) VALUE 0.
       01  WS-PLAN-COUNT        PIC 9(5) VALUE 0.

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

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/rd_missed_installments_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "RECURRING DEPOSITS - MISSED INSTALLMENTS - "
                  WS-SQL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           *> tonight's misses, with why the collection failed
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MISSED TODAY" TO REPORT-LINE
           WRITE REPORT-LINE
           SET SECTION-TODAY TO TRUE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO SQL-COMMAND
           *> branch;account, installment;amount;funding account,
           *> reason
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "m.account_id, m.installment_no||';'||m.amount||"
                  "';'||m.funding_account, m.reason "
                  "FROM rd_missed_installments m "
                  "JOIN accounts a USING (account_id) "
                  "WHERE m.recorded_date = DATE '"
                  WS-SQL-DATE
                  "' ORDER BY 1, m.installment_no"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-REPORT-SECTION
           MOVE WS-SECTION-COUNT TO WS-TODAY-COUNT

           *> every running plan with a miss on it, so the branch can
           *> call the customer before the limit bites
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PLANS IN ARREARS OF INSTALLMENTS" TO REPORT-LINE
           WRITE REPORT-LINE
           SET SECTION-PLANS TO TRUE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO SQL-COMMAND
           *> branch;account, funding;installment;missed;paid;
           *> total;last missed;status, customer
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "r.account_id, r.funding_account||';'||"
                  "r.installment_amount||';'||r.missed_count||';'||"
                  "r.installments_paid||';'||r.installments_total||"
                  "';'||r.last_missed_date||';'||r.status, "
                  "COALESCE(c.name,'') FROM recurring_deposits r "
                  "JOIN accounts a USING (account_id) "
                  "LEFT JOIN customers c USING (customer_id) "
                  "WHERE r.missed_count > 0 AND r.status <> 'MATURED'"
                  " ORDER BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-REPORT-SECTION
           MOVE WS-SECTION-COUNT TO WS-PLAN-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MISSED TODAY: " WS-TODAY-COUNT
                  "   PLANS WITH MISSES: " WS-PLAN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Recurring-deposit misses: " WS-TODAY-COUNT
                   " today, " WS-PLAN-COUNT " plan(s) in arrears - see "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           GOBACK.

       RUN-REPORT-SECTION.
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
           PERFORM WRITE-ONE-LINE UNTIL RC NOT = 0
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SECTION-COUNT " item(s)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-COUNT

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
           MOVE FUNCTION TRIM(C1) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2
           END-UNSTRING
           *> rows arrive by branch
           IF WS-DET-F1(1:10) NOT = WS-LAST-BRANCH
               MOVE WS-DET-F1(1:10) TO WS-LAST-BRANCH
               MOVE SPACES TO REPORT-LINE
               STRING "  BRANCH " WS-LAST-BRANCH
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF SECTION-TODAY
                   STRING "    ACCOUNT    INST       AMOUNT  FUNDING"
                          "    REASON"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "    ACCOUNT    FUNDING     INSTALLMENT  "
                          "MISSED  PAID/TERM  LAST MISS   STATUS     "
                          "CUSTOMER"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DET-F2(1:10) TO REPORT-LINE(5:10)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3,
               WS-DET-F4, WS-DET-F5, WS-DET-F6, WS-DET-F7
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4,
                    WS-DET-F5, WS-DET-F6, WS-DET-F7
           END-UNSTRING
           IF SECTION-TODAY
               MOVE WS-DET-F1(1:3) TO REPORT-LINE(16:3)
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-DET-F2)
               MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO REPORT-LINE(20:12)
               MOVE WS-DET-F3(1:10) TO REPORT-LINE(34:10)
               MOVE FUNCTION TRIM(C3) TO REPORT-LINE(45:40)
           ELSE
               MOVE WS-DET-F1(1:10) TO REPORT-LINE(16:10)
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-DET-F2)
               MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO REPORT-LINE(27:12)
               MOVE WS-DET-F3(1:3) TO REPORT-LINE(44:3)
               MOVE SPACES TO WS-DETAIL
               STRING FUNCTION TRIM(WS-DET-F4) "/"
                      FUNCTION TRIM(WS-DET-F5)
                   DELIMITED BY SIZE INTO WS-DETAIL
               MOVE WS-DETAIL(1:9) TO REPORT-LINE(50:9)
               MOVE WS-DET-F6(1:10) TO REPORT-LINE(61:10)
               MOVE WS-DET-F7(1:10) TO REPORT-LINE(73:10)
               MOVE FUNCTION TRIM(C3) TO REPORT-LINE(84:40)
           END-IF
           WRITE REPORT-LINE.
