IDENTIFICATION DIVISION.
       PROGRAM-ID. savings-conversion-candidates.
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
           VALUE "savings-conversion-candidates".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-WINDOW-START      PIC X(10).
       01  WS-WINDOW-YEAR       PIC 9(4).
       01  WS-WINDOW-MONTH      PIC 9(2).
       01  WS-REPORT-FILENAME   PIC X(80).

       *> an account is a candidate once it has gone over its
       *> savings withdrawal limit - charged or refused - in this
       *> many statement cycles of the last twelve months
       01  WS-MIN-CYCLES        PIC 9(3) VALUE 3.
       01  WS-ENV-MIN-CYCLES    PIC X(5).

       01  WS-DETAIL            PIC X(120).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(60).
       01  WS-LAST-BRANCH       PIC X(10).
       01  WS-CYCLES            PIC 9(3).
       01  WS-OVER-COUNT        PIC 9(5).
       01  WS-FEES              PIC S9(9)V99.
       01  WS-FEES-EDIT         PIC Z(8)9.99.
       01  WS-CANDIDATE-COUNT   PIC 9(5) VALUE 0.
       01  WS-TOTAL-FEES        PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-EDIT        PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-MIN-CYCLES
           ACCEPT WS-ENV-MIN-CYCLES FROM ENVIRONMENT
               "CONVERSION_MIN_CYCLES"
           IF WS-ENV-MIN-CYCLES NOT = SPACES
               COMPUTE WS-MIN-CYCLES =
                   FUNCTION NUMVAL(WS-ENV-MIN-CYCLES)
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

           *> twelve cycles back: the first of the month eleven
           *> months before this one
           MOVE WS-BUSINESS-DATE(1:4) TO WS-WINDOW-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-WINDOW-MONTH
           IF WS-WINDOW-MONTH = 12
               MOVE 1 TO WS-WINDOW-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WINDOW-YEAR
               ADD 1 TO WS-WINDOW-MONTH
           END-IF
           STRING WS-WINDOW-YEAR "-" WS-WINDOW-MONTH "-01"
               DELIMITED BY SIZE INTO WS-WINDOW-START

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/savings_conversion_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "SAVINGS CONVERSION CANDIDATES - " WS-SQL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Over the withdrawal limit in " WS-MIN-CYCLES
                  " or more cycles since " WS-WINDOW-START
                  " - offer a checking product."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LAST-BRANCH

           MOVE SPACES TO SQL-COMMAND
           *> one row per account: branch;account, cycles;times over
           *> the limit;fees, product;customer name
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "a.account_id, COUNT(*)||';'||"
                  "SUM(w.excess_count+w.refused_count)||';'||"
                  "SUM(w.fee_total), a.product_code||';'||"
                  "COALESCE(MAX(c.name),'') FROM savings_wd_counts w "
                  "JOIN accounts a USING (account_id) "
                  "LEFT JOIN customers c USING (customer_id) "
                  "WHERE w.cycle_start >= DATE '"
                  WS-WINDOW-START
                  "' AND w.excess_count+w.refused_count > 0 "
                  "AND COALESCE(a.status,'OPEN') <> 'CLOSED' "
                  "GROUP BY a.account_id HAVING COUNT(*) >= "
                  WS-MIN-CYCLES
                  " ORDER BY COALESCE(MAX(a.branch_code),'HQ'), "
                  "COUNT(*) DESC"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ONE-CANDIDATE UNTIL RC NOT = 0
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-FEES TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CANDIDATES: " WS-CANDIDATE-COUNT
                  "   EXCESS FEES IN WINDOW: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Savings conversion candidates: "
                   WS-CANDIDATE-COUNT " account(s) listed in "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           GOBACK.

       WRITE-ONE-CANDIDATE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANDIDATE-COUNT

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
           MOVE FUNCTION TRIM(C1) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2
           END-UNSTRING
           *> rows arrive by branch, worst offenders first
           IF WS-DET-F1(1:10) NOT = WS-LAST-BRANCH
               MOVE WS-DET-F1(1:10) TO WS-LAST-BRANCH
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "BRANCH " WS-LAST-BRANCH
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  ACCOUNT    PRODUCT      CYCLES OVER-LIMIT "
                      "        FEES  CUSTOMER"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DET-F2(1:10) TO REPORT-LINE(3:10)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3
           END-UNSTRING
           COMPUTE WS-CYCLES = FUNCTION NUMVAL(WS-DET-F1)
           COMPUTE WS-OVER-COUNT = FUNCTION NUMVAL(WS-DET-F2)
           COMPUTE WS-FEES = FUNCTION NUMVAL(WS-DET-F3)
           ADD WS-FEES TO WS-TOTAL-FEES
           MOVE WS-FEES TO WS-FEES-EDIT

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F3
           MOVE FUNCTION TRIM(C3) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F3
           END-UNSTRING
           MOVE WS-DET-F1(1:12) TO REPORT-LINE(14:12)
           MOVE WS-CYCLES TO REPORT-LINE(30:3)
           MOVE WS-OVER-COUNT TO REPORT-LINE(38:5)
           MOVE WS-FEES-EDIT TO REPORT-LINE(45:12)
           MOVE WS-DET-F3(1:40) TO REPORT-LINE(59:40)
           WRITE REPORT-LINE.
