IDENTIFICATION DIVISION.
       PROGRAM-ID. notice-maturity-report.
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
           VALUE "notice-maturity-report".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-REPORT-FILENAME   PIC X(80).

       01  WS-DETAIL            PIC X(120).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-LAST-BRANCH       PIC X(10).
       01  WS-AMOUNT            PIC S9(9)V99.
       01  WS-AMOUNT-EDIT       PIC Z(8)9.99.
       01  WS-SECTION-COUNT     PIC 9(5).
       01  WS-SECTION-TOTAL     PIC S9(11)V99.
       01  WS-TOTAL-EDIT        PIC Z(10)9.99.
       01  WS-MATURING-COUNT    PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT     PIC 9(5) VALUE 0.

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
           STRING "build/notice_maturity_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "WITHDRAWAL NOTICES - " WS-SQL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           *> notices falling due today - the branch should expect
           *> the customer and have the funds ready to pay out
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MATURING TODAY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT, WS-SECTION-TOTAL
           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO SQL-COMMAND
           *> branch;account, notice;amount left;date given, customer
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "n.account_id, n.notice_id||';'||"
                  "(n.amount-n.used_amount)||';'||n.given_date, "
                  "COALESCE(c.name,'') FROM withdrawal_notices n "
                  "JOIN accounts a USING (account_id) "
                  "LEFT JOIN customers c USING (customer_id) "
                  "WHERE n.status = 'PENDING' AND n.mature_date = "
                  "DATE '"
                  WS-SQL-DATE
                  "' ORDER BY 1, n.notice_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-NOTICE-SECTION
           MOVE WS-SECTION-COUNT TO WS-MATURING-COUNT

           *> notices whose window closed without being drawn on
           *> lapse - the customer has to give notice again
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXPIRED UNUSED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT, WS-SECTION-TOTAL
           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO SQL-COMMAND
           *> branch;account, notice;amount left;maturity, customer
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "n.account_id, n.notice_id||';'||"
                  "(n.amount-n.used_amount)||';'||n.mature_date, "
                  "COALESCE(c.name,'') FROM withdrawal_notices n "
                  "JOIN accounts a USING (account_id) "
                  "LEFT JOIN products p USING (product_code) "
                  "LEFT JOIN customers c USING (customer_id) "
                  "WHERE n.status = 'PENDING' AND n.mature_date + "
                  "COALESCE(p.notice_window_days,7) < DATE '"
                  WS-SQL-DATE
                  "' ORDER BY 1, n.notice_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-NOTICE-SECTION
           MOVE WS-SECTION-COUNT TO WS-EXPIRED-COUNT
           IF WS-EXPIRED-COUNT > 0
               PERFORM EXPIRE-LAPSED-NOTICES
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MATURING: " WS-MATURING-COUNT
                  "   EXPIRED: " WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Notice maturity: " WS-MATURING-COUNT
                   " maturing today, " WS-EXPIRED-COUNT
                   " expired - see " FUNCTION TRIM(WS-REPORT-FILENAME)
           GOBACK.

       RUN-NOTICE-SECTION.
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
           PERFORM WRITE-ONE-NOTICE UNTIL RC NOT = 0
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SECTION-COUNT " notice(s), "
                  FUNCTION TRIM(WS-TOTAL-EDIT) " total"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-NOTICE.
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
               STRING "    ACCOUNT    NOTICE            AMOUNT  "
                      "DATE        CUSTOMER"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DET-F2(1:10) TO REPORT-LINE(5:10)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3
           END-UNSTRING
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-DET-F2)
           ADD WS-AMOUNT TO WS-SECTION-TOTAL
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-DET-F1(1:8) TO REPORT-LINE(16:8)
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE(26:12)
           MOVE WS-DET-F3(1:10) TO REPORT-LINE(40:10)
           MOVE FUNCTION TRIM(C3) TO REPORT-LINE(52:40)
           WRITE REPORT-LINE.

       EXPIRE-LAPSED-NOTICES.
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE withdrawal_notices n SET status = "
                  "'EXPIRED' WHERE n.status = 'PENDING' AND "
                  "n.mature_date + COALESCE((SELECT "
                  "p.notice_window_days FROM accounts a JOIN "
                  "products p USING (product_code) WHERE "
                  "a.account_id = n.account_id),7) < DATE '"
                  WS-SQL-DATE
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
           END-IF.
