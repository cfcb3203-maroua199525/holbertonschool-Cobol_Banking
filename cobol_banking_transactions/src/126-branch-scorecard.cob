IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-scorecard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO "build/teller_overshort_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(60).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "branch-scorecard".
       01  HISTORY-FILE-STATUS  PIC XX.
       01  WS-EOF               PIC X.

       01  WS-COMMAND-LINE      PIC X(20).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).
       *> the month scored, the month it is compared with and the
       *> month before that (whose closing book opens the prior
       *> month), YYYYMM
       01  WS-PERIOD            PIC X(6).
       01  WS-PERIOD-1          PIC X(6).
       01  WS-PERIOD-2          PIC X(6).
       *> first day of the month after the scored and the prior
       *> month, YYYY-MM-DD - the cut-off for the arrears position
       01  WS-NEXT-START        PIC X(10).
       01  WS-PERIOD-START      PIC X(10).
       01  WS-CUTOFF-DATE       PIC X(10).
       01  WS-YEAR              PIC 9(4).
       01  WS-MONTH             PIC 99.

       *> the eight measures every branch is scored on; 'H' where
       *> a higher figure is better, 'L' where lower is better
       01  WS-METRIC-TABLE.
           05  WS-METRIC-ENTRY  OCCURS 8 TIMES.
               10  WS-METRIC-NAME   PIC X(26).
               10  WS-METRIC-BEST   PIC X.
               10  WS-METRIC-KIND   PIC X.
                   88  METRIC-IS-COUNT     VALUE 'C'.
       01  WS-METRIC-IX         PIC 9.

       *> month 1 is the prior month, month 2 the scored month;
       *> the closing books carry one month more (1 = two months
       *> back) so the prior month's growth can be measured
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY      OCCURS 100 TIMES.
               10  WS-BR-CODE       PIC X(10).
               10  WS-BR-DEPOSITS   PIC S9(13)V99 OCCURS 3 TIMES.
               10  WS-BR-LENDING    PIC S9(13)V99 OCCURS 3 TIMES.
               10  WS-BR-LOANS      PIC 9(7) OCCURS 2 TIMES.
               10  WS-BR-ARREARS    PIC 9(7) OCCURS 2 TIMES.
               10  WS-BR-METRIC     OCCURS 8 TIMES.
                   15  WS-BR-VALUE      PIC S9(13)V99 OCCURS 2 TIMES.
                   15  WS-BR-RANK       PIC 9(3) OCCURS 2 TIMES.
               10  WS-BR-SCORE      PIC 9(5) OCCURS 2 TIMES.
               10  WS-BR-POSITION   PIC 9(3) OCCURS 2 TIMES.
               10  WS-BR-LISTED     PIC X.
       01  WS-BR-USED           PIC 9(3) VALUE 0.
       01  WS-BR-IX             PIC 9(3).
       01  WS-SCAN-IX           PIC 9(3).
       01  WS-FOUND-IX          PIC 9(3).
       01  WS-BEST-IX           PIC 9(3).
       01  WS-WANT-BRANCH       PIC X(10).
       01  WS-MONTH-IX          PIC 9.
       01  WS-BOOK-IX           PIC 9.
       01  WS-BETTER-COUNT      PIC 9(3).
       01  WS-LISTED-COUNT      PIC 9(3).

       01  WS-FIELD-A           PIC X(20).
       01  WS-FIELD-B           PIC X(20).
       01  WS-HIST-DATE         PIC X(10).
       01  WS-HIST-BRANCH       PIC X(10).
       01  WS-HIST-TELLER       PIC X(20).
       01  WS-HIST-AMOUNT       PIC X(15).

       *> bank-wide totals, months as above
       01  WS-BANK-TOTALS.
           05  WS-BANK-VALUE    PIC S9(13)V99 OCCURS 8 TIMES.
           05  WS-BANK-PRIOR    PIC S9(13)V99 OCCURS 8 TIMES.
           05  WS-BANK-LOANS    PIC 9(7) OCCURS 2 TIMES.
           05  WS-BANK-ARREARS  PIC 9(7) OCCURS 2 TIMES.
       01  WS-BANK-DEPOSITS     PIC S9(13)V99 VALUE 0.
       01  WS-BANK-LENDING      PIC S9(13)V99 VALUE 0.

       01  WS-THIS-VALUE        PIC S9(13)V99.
       01  WS-PRIOR-VALUE       PIC S9(13)V99.
       01  WS-CHANGE            PIC S9(13)V99.
       01  WS-MOVEMENT          PIC S9(3).
       01  WS-EDIT-THIS         PIC X(16).
       01  WS-EDIT-PRIOR        PIC X(16).
       01  WS-EDIT-CHANGE       PIC X(16).
       01  WS-MONEY-EDIT        PIC -(12)9.99.
       01  WS-COUNT-EDIT        PIC -(12)9.
       01  WS-MOVE-EDIT         PIC +(3)9.
       01  WS-RANK-EDIT-1       PIC ZZ9.
       01  WS-RANK-EDIT-2       PIC ZZ9.
       01  WS-SCORE-EDIT        PIC ZZZZ9.
       01  WS-BOOK-EDIT-1       PIC -(12)9.99.
       01  WS-BOOK-EDIT-2       PIC -(12)9.99.

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
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) IS NUMERIC
              AND WS-COMMAND-LINE(7:1) = SPACE
               MOVE WS-COMMAND-LINE(1:6) TO WS-PERIOD
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD(1:4) TO WS-YEAR
           MOVE WS-PERIOD(5:2) TO WS-MONTH
           STRING WS-YEAR "-" WS-MONTH "-01" DELIMITED BY SIZE
               INTO WS-PERIOD-START
           IF WS-MONTH = 12
               COMPUTE WS-YEAR = WS-YEAR + 1
               MOVE 1 TO WS-MONTH
           ELSE
               ADD 1 TO WS-MONTH
           END-IF
           STRING WS-YEAR "-" WS-MONTH "-01" DELIMITED BY SIZE
               INTO WS-NEXT-START
           MOVE WS-PERIOD(1:4) TO WS-YEAR
           MOVE WS-PERIOD(5:2) TO WS-MONTH
           PERFORM STEP-BACK-ONE-MONTH
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE INTO WS-PERIOD-1
           PERFORM STEP-BACK-ONE-MONTH
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE INTO WS-PERIOD-2

           PERFORM SET-UP-METRICS
           PERFORM LOAD-CLOSING-BOOKS
           PERFORM LOAD-OPENED-ACCOUNTS
           PERFORM LOAD-CLOSED-ACCOUNTS
           PERFORM LOAD-FEE-INCOME
           MOVE 1 TO WS-MONTH-IX
           MOVE WS-PERIOD-START TO WS-CUTOFF-DATE
           PERFORM LOAD-ARREARS-POSITION
           MOVE 2 TO WS-MONTH-IX
           MOVE WS-NEXT-START TO WS-CUTOFF-DATE
           PERFORM LOAD-ARREARS-POSITION
           PERFORM LOAD-COMPLAINTS
           PERFORM LOAD-TELLER-OVERSHORT

           PERFORM DERIVE-BRANCH-METRICS
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-USED
           PERFORM RANK-ONE-MEASURE
               VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-USED
               AFTER WS-METRIC-IX FROM 1 BY 1
                   UNTIL WS-METRIC-IX > 8
               AFTER WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 2
           PERFORM SCORE-ONE-BRANCH
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-USED
           PERFORM PLACE-ONE-BRANCH
               VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-USED
               AFTER WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 2

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/branch_scorecard_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-BRANCH-PAGE
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-USED
           PERFORM WRITE-BANK-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "Branch scorecard for " WS-PERIOD ": "
                   WS-BR-USED " branch(es) - report in "
                   FUNCTION TRIM(WS-REPORT-FILENAME)

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       STEP-BACK-ONE-MONTH.
           IF WS-MONTH = 1
               MOVE 12 TO WS-MONTH
               SUBTRACT 1 FROM WS-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MONTH
           END-IF.

       SET-UP-METRICS.
           INITIALIZE WS-BANK-TOTALS
           MOVE "DEPOSIT BOOK GROWTH"     TO WS-METRIC-NAME(1)
           MOVE "LENDING BOOK GROWTH"     TO WS-METRIC-NAME(2)
           MOVE "ACCOUNTS OPENED"         TO WS-METRIC-NAME(3)
           MOVE "ACCOUNTS CLOSED"         TO WS-METRIC-NAME(4)
           MOVE "FEE INCOME"              TO WS-METRIC-NAME(5)
           MOVE "LOANS IN ARREARS %"      TO WS-METRIC-NAME(6)
           MOVE "TELLER OVER/SHORT DAYS"  TO WS-METRIC-NAME(7)
           MOVE "COMPLAINTS LOGGED"       TO WS-METRIC-NAME(8)
           MOVE "HHHLHLLL" TO WS-FIELD-A
           MOVE "MMCCMMCC" TO WS-FIELD-B
           PERFORM SET-UP-ONE-METRIC
               VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > 8.

       SET-UP-ONE-METRIC.
           MOVE WS-FIELD-A(WS-METRIC-IX:1)
               TO WS-METRIC-BEST(WS-METRIC-IX)
           MOVE WS-FIELD-B(WS-METRIC-IX:1)
               TO WS-METRIC-KIND(WS-METRIC-IX).

       FIND-BRANCH.
           *> every figure is filed under the account's branch; a
           *> branch is added the first time it is seen
           IF WS-WANT-BRANCH = SPACES
               MOVE "HQ" TO WS-WANT-BRANCH
           END-IF
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-BR-USED
                      OR WS-FOUND-IX > 0
               IF WS-BR-CODE(WS-SCAN-IX) = WS-WANT-BRANCH
                   MOVE WS-SCAN-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0 AND WS-BR-USED < 100
               ADD 1 TO WS-BR-USED
               MOVE WS-BR-USED TO WS-FOUND-IX
               INITIALIZE WS-BR-ENTRY(WS-FOUND-IX)
               MOVE WS-WANT-BRANCH TO WS-BR-CODE(WS-FOUND-IX)
               MOVE 'N' TO WS-BR-LISTED(WS-FOUND-IX)
           END-IF.

       SPLIT-BRANCH-MONTH.
           *> C1 carries branch;YYYYMM - month 2 is the scored month
           MOVE SPACES TO WS-FIELD-A, WS-FIELD-B
           UNSTRING C1 DELIMITED BY ";"
               INTO WS-FIELD-A, WS-FIELD-B
           END-UNSTRING
           MOVE WS-FIELD-A TO WS-WANT-BRANCH
           PERFORM FIND-BRANCH
           EVALUATE WS-FIELD-B(1:6)
               WHEN WS-PERIOD
                   MOVE 2 TO WS-MONTH-IX
                   MOVE 3 TO WS-BOOK-IX
               WHEN WS-PERIOD-1
                   MOVE 1 TO WS-MONTH-IX
                   MOVE 2 TO WS-BOOK-IX
               WHEN OTHER
                   MOVE 0 TO WS-MONTH-IX
                   MOVE 1 TO WS-BOOK-IX
           END-EVALUATE.

       LOAD-CLOSING-BOOKS.
           *> deposit book is the credit balances and lending book
           *> the overdrawn balances on each month's last snapshot
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(a.branch_code,'HQ') || ';' || "
                  "to_char(s.snap_date,'YYYYMM'), "
                  "SUM(GREATEST(s.balance,0)), "
                  "SUM(GREATEST(0 - s.balance,0)) "
                  "FROM account_snapshots s JOIN accounts a "
                  "ON a.account_id = s.account_id "
                  "WHERE s.snap_date IN (SELECT MAX(snap_date) "
                  "FROM account_snapshots "
                  "WHERE to_char(snap_date,'YYYYMM') IN ('"
                  WS-PERIOD-2 "','" WS-PERIOD-1 "','" WS-PERIOD
                  "') GROUP BY to_char(snap_date,'YYYYMM')) "
                  "GROUP BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-CLOSING-BOOK UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-CLOSING-BOOK.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               PERFORM SPLIT-BRANCH-MONTH
               IF WS-FOUND-IX > 0
                   COMPUTE WS-BR-DEPOSITS(WS-FOUND-IX, WS-BOOK-IX) =
                       FUNCTION NUMVAL(C2)
                   COMPUTE WS-BR-LENDING(WS-FOUND-IX, WS-BOOK-IX) =
                       FUNCTION NUMVAL(C3)
               END-IF
           END-IF.

       LOAD-OPENED-ACCOUNTS.
           *> an account is counted as opened in the month of its
           *> first end-of-day snapshot
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(a.branch_code,'HQ') || ';' || "
                  "to_char(f.first_snap,'YYYYMM'), COUNT(*), '' "
                  "FROM (SELECT account_id, MIN(snap_date) "
                  "AS first_snap FROM account_snapshots "
                  "GROUP BY account_id) f JOIN accounts a "
                  "ON a.account_id = f.account_id "
                  "WHERE to_char(f.first_snap,'YYYYMM') IN ('"
                  WS-PERIOD-1 "','" WS-PERIOD
                  "') GROUP BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           MOVE 3 TO WS-METRIC-IX
           PERFORM LOAD-MONTHLY-COUNTS.

       LOAD-CLOSED-ACCOUNTS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(branch_code,'HQ') || ';' || "
                  "to_char(closed_date,'YYYYMM'), COUNT(*), '' "
                  "FROM accounts "
                  "WHERE to_char(closed_date,'YYYYMM') IN ('"
                  WS-PERIOD-1 "','" WS-PERIOD
                  "') GROUP BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           MOVE 4 TO WS-METRIC-IX
           PERFORM LOAD-MONTHLY-COUNTS.

       LOAD-COMPLAINTS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(branch_code,'HQ') || ';' || "
                  "to_char(received_date,'YYYYMM'), COUNT(*), '' "
                  "FROM complaints "
                  "WHERE to_char(received_date,'YYYYMM') IN ('"
                  WS-PERIOD-1 "','" WS-PERIOD
                  "') GROUP BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           MOVE 8 TO WS-METRIC-IX
           PERFORM LOAD-MONTHLY-COUNTS.

       LOAD-MONTHLY-COUNTS.
           *> runs the branch;YYYYMM / count query in SQL-COMMAND
           *> into measure WS-METRIC-IX
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-MONTHLY-COUNT UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-MONTHLY-COUNT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               PERFORM SPLIT-BRANCH-MONTH
               IF WS-FOUND-IX > 0 AND WS-MONTH-IX > 0
                   COMPUTE WS-BR-VALUE(WS-FOUND-IX, WS-METRIC-IX,
                       WS-MONTH-IX) = FUNCTION NUMVAL(C2)
               END-IF
           END-IF.

       LOAD-FEE-INCOME.
           *> the fee types are those the general ledger books to
           *> fee income (440100)
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(a.branch_code,'HQ') || ';' || "
                  "to_char(t.created_at,'YYYYMM'), t.tx_type, "
                  "SUM(ABS(t.amount)) FROM "
                  "(SELECT account_id, tx_type, amount, created_at "
                  "FROM tx_log UNION ALL "
                  "SELECT account_id, tx_type, amount, created_at "
                  "FROM tx_log_archive) t JOIN accounts a "
                  "ON a.account_id = t.account_id "
                  "WHERE to_char(t.created_at,'YYYYMM') IN ('"
                  WS-PERIOD-1 "','" WS-PERIOD
                  "') GROUP BY 1, t.tx_type"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-FEE-LINE UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-FEE-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(C2)
               WHEN "OVERDRAFT"
               WHEN "SVC_CHG"
               WHEN "LOAN_FEE"
               WHEN "RTN_FEE"
               WHEN "WD_EXCESS"
               WHEN "RD_PENALTY"
                   PERFORM SPLIT-BRANCH-MONTH
                   IF WS-FOUND-IX > 0 AND WS-MONTH-IX > 0
                       COMPUTE WS-BR-VALUE(WS-FOUND-IX, 5,
                           WS-MONTH-IX) =
                           WS-BR-VALUE(WS-FOUND-IX, 5, WS-MONTH-IX)
                           + FUNCTION NUMVAL(C3)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-ARREARS-POSITION.
           *> loans outstanding at the cut-off, and those of them
           *> with an instalment already due and still unpaid then
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(a.branch_code,'HQ'), "
                  "COUNT(DISTINCT l.loan_id), "
                  "COUNT(DISTINCT CASE WHEN s.due_date < DATE '"
                  WS-CUTOFF-DATE
                  "' THEN l.loan_id END) FROM loans l "
                  "JOIN accounts a ON a.account_id = l.account_id "
                  "JOIN loan_schedule s ON s.loan_id = l.loan_id "
                  "WHERE l.start_date < DATE '" WS-CUTOFF-DATE
                  "' AND l.status <> 'CHARGED_OFF' "
                  "AND (s.paid_date IS NULL OR s.paid_date >= DATE '"
                  WS-CUTOFF-DATE "') GROUP BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-ARREARS-LINE UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-ARREARS-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               MOVE FUNCTION TRIM(C1) TO WS-WANT-BRANCH
               PERFORM FIND-BRANCH
               IF WS-FOUND-IX > 0
                   COMPUTE WS-BR-LOANS(WS-FOUND-IX, WS-MONTH-IX) =
                       FUNCTION NUMVAL(C2)
                   COMPUTE WS-BR-ARREARS(WS-FOUND-IX, WS-MONTH-IX) =
                       FUNCTION NUMVAL(C3)
               END-IF
           END-IF.

       LOAD-TELLER-OVERSHORT.
           *> teller-recon's history: date,branch,teller,amount for
           *> every drawer that did not balance
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               PERFORM LOAD-ONE-OVERSHORT UNTIL WS-EOF = 'Y'
               CLOSE HISTORY-FILE
           END-IF.

       LOAD-ONE-OVERSHORT.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-HIST-DATE, WS-HIST-BRANCH,
                       WS-HIST-TELLER, WS-HIST-AMOUNT
                   UNSTRING HISTORY-RECORD DELIMITED BY ","
                       INTO WS-HIST-DATE, WS-HIST-BRANCH,
                            WS-HIST-TELLER, WS-HIST-AMOUNT
                   END-UNSTRING
                   MOVE 0 TO WS-MONTH-IX
                   IF WS-HIST-DATE(1:6) = WS-PERIOD
                       MOVE 2 TO WS-MONTH-IX
                   END-IF
                   IF WS-HIST-DATE(1:6) = WS-PERIOD-1
                       MOVE 1 TO WS-MONTH-IX
                   END-IF
                   IF WS-MONTH-IX > 0
                       MOVE WS-HIST-BRANCH TO WS-WANT-BRANCH
                       PERFORM FIND-BRANCH
                       IF WS-FOUND-IX > 0
                           ADD 1 TO WS-BR-VALUE(WS-FOUND-IX, 7,
                               WS-MONTH-IX)
                       END-IF
                   END-IF
           END-READ.

       DERIVE-BRANCH-METRICS.
           *> book growth is closing book less the previous month's
           *> closing book; the arrears measure is a percentage of
           *> loans outstanding
           COMPUTE WS-BR-VALUE(WS-BR-IX, 1, 1) =
               WS-BR-DEPOSITS(WS-BR-IX, 2) - WS-BR-DEPOSITS(WS-BR-IX, 1)
           COMPUTE WS-BR-VALUE(WS-BR-IX, 1, 2) =
               WS-BR-DEPOSITS(WS-BR-IX, 3) - WS-BR-DEPOSITS(WS-BR-IX, 2)
           COMPUTE WS-BR-VALUE(WS-BR-IX, 2, 1) =
               WS-BR-LENDING(WS-BR-IX, 2) - WS-BR-LENDING(WS-BR-IX, 1)
           COMPUTE WS-BR-VALUE(WS-BR-IX, 2, 2) =
               WS-BR-LENDING(WS-BR-IX, 3) - WS-BR-LENDING(WS-BR-IX, 2)
           PERFORM DERIVE-ARREARS-RATE
               VARYING WS-MONTH-IX FROM 1 BY 1
               UNTIL WS-MONTH-IX > 2
           ADD WS-BR-DEPOSITS(WS-BR-IX, 3) TO WS-BANK-DEPOSITS
           ADD WS-BR-LENDING(WS-BR-IX, 3) TO WS-BANK-LENDING
           PERFORM ADD-TO-BANK-TOTALS
               VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > 8.

       DERIVE-ARREARS-RATE.
           IF WS-BR-LOANS(WS-BR-IX, WS-MONTH-IX) > 0
               COMPUTE WS-BR-VALUE(WS-BR-IX, 6, WS-MONTH-IX) ROUNDED =
                   WS-BR-ARREARS(WS-BR-IX, WS-MONTH-IX) * 100
                   / WS-BR-LOANS(WS-BR-IX, WS-MONTH-IX)
           ELSE
               MOVE 0 TO WS-BR-VALUE(WS-BR-IX, 6, WS-MONTH-IX)
           END-IF
           ADD WS-BR-LOANS(WS-BR-IX, WS-MONTH-IX)
               TO WS-BANK-LOANS(WS-MONTH-IX)
           ADD WS-BR-ARREARS(WS-BR-IX, WS-MONTH-IX)
               TO WS-BANK-ARREARS(WS-MONTH-IX).

       ADD-TO-BANK-TOTALS.
           ADD WS-BR-VALUE(WS-BR-IX, WS-METRIC-IX, 2)
               TO WS-BANK-VALUE(WS-METRIC-IX)
           ADD WS-BR-VALUE(WS-BR-IX, WS-METRIC-IX, 1)
               TO WS-BANK-PRIOR(WS-METRIC-IX).

       RANK-ONE-MEASURE.
           *> rank 1 is the best branch on the measure; ties share
           MOVE 0 TO WS-BETTER-COUNT
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-BR-USED
               IF WS-METRIC-BEST(WS-METRIC-IX) = 'H'
                   IF WS-BR-VALUE(WS-SCAN-IX, WS-METRIC-IX,
                          WS-MONTH-IX)
                      > WS-BR-VALUE(WS-BR-IX, WS-METRIC-IX,
                          WS-MONTH-IX)
                       ADD 1 TO WS-BETTER-COUNT
                   END-IF
               ELSE
                   IF WS-BR-VALUE(WS-SCAN-IX, WS-METRIC-IX,
                          WS-MONTH-IX)
                      < WS-BR-VALUE(WS-BR-IX, WS-METRIC-IX,
                          WS-MONTH-IX)
                       ADD 1 TO WS-BETTER-COUNT
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-BR-RANK(WS-BR-IX, WS-METRIC-IX, WS-MONTH-IX) =
               WS-BETTER-COUNT + 1.

       SCORE-ONE-BRANCH.
           *> the league score is the sum of the measure ranks -
           *> the lowest score heads the table
           MOVE 0 TO WS-BR-SCORE(WS-BR-IX, 1)
           MOVE 0 TO WS-BR-SCORE(WS-BR-IX, 2)
           PERFORM ADD-ONE-RANK-TO-SCORE
               VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > 8.

       ADD-ONE-RANK-TO-SCORE.
           ADD WS-BR-RANK(WS-BR-IX, WS-METRIC-IX, 1)
               TO WS-BR-SCORE(WS-BR-IX, 1)
           ADD WS-BR-RANK(WS-BR-IX, WS-METRIC-IX, 2)
               TO WS-BR-SCORE(WS-BR-IX, 2).

       PLACE-ONE-BRANCH.
           MOVE 0 TO WS-BETTER-COUNT
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-BR-USED
               IF WS-BR-SCORE(WS-SCAN-IX, WS-MONTH-IX)
                  < WS-BR-SCORE(WS-BR-IX, WS-MONTH-IX)
                   ADD 1 TO WS-BETTER-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-BR-POSITION(WS-BR-IX, WS-MONTH-IX) =
               WS-BETTER-COUNT + 1.

       WRITE-BRANCH-PAGE.
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH SCORECARD - "
                  FUNCTION TRIM(WS-BR-CODE(WS-BR-IX))
                  " - " WS-PERIOD "   (run " WS-BUSINESS-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-BR-IX = 1
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BR-DEPOSITS(WS-BR-IX, 3) TO WS-BOOK-EDIT-1
           MOVE WS-BR-LENDING(WS-BR-IX, 3) TO WS-BOOK-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "Closing deposit book " FUNCTION TRIM(WS-BOOK-EDIT-1)
                  "   lending book " FUNCTION TRIM(WS-BOOK-EDIT-2)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Loans outstanding "
                  WS-BR-LOANS(WS-BR-IX, 2) "   in arrears "
                  WS-BR-ARREARS(WS-BR-IX, 2)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-MEASURE-HEADING
           PERFORM WRITE-BRANCH-MEASURE
               VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > 8
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BR-POSITION(WS-BR-IX, 2) TO WS-RANK-EDIT-1
           MOVE WS-BR-POSITION(WS-BR-IX, 1) TO WS-RANK-EDIT-2
           MOVE WS-BR-SCORE(WS-BR-IX, 2) TO WS-SCORE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "LEAGUE POSITION " WS-RANK-EDIT-1 " OF " WS-BR-USED
                  "   (score " FUNCTION TRIM(WS-SCORE-EDIT)
                  ", prior month position "
                  FUNCTION TRIM(WS-RANK-EDIT-2) ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MEASURE-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "MEASURE" TO REPORT-LINE
           MOVE "THIS MONTH" TO REPORT-LINE(33:)
           MOVE "PRIOR MONTH" TO REPORT-LINE(49:)
           MOVE "CHANGE" TO REPORT-LINE(71:)
           MOVE "RANK" TO REPORT-LINE(77:)
           MOVE "PRIOR" TO REPORT-LINE(82:)
           WRITE REPORT-LINE.

       WRITE-BRANCH-MEASURE.
           MOVE WS-BR-VALUE(WS-BR-IX, WS-METRIC-IX, 2)
               TO WS-THIS-VALUE
           MOVE WS-BR-VALUE(WS-BR-IX, WS-METRIC-IX, 1)
               TO WS-PRIOR-VALUE
           PERFORM EDIT-MEASURE-VALUES
           MOVE WS-BR-RANK(WS-BR-IX, WS-METRIC-IX, 2)
               TO WS-RANK-EDIT-1
           MOVE WS-BR-RANK(WS-BR-IX, WS-METRIC-IX, 1)
               TO WS-RANK-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING WS-METRIC-NAME(WS-METRIC-IX)
                  WS-EDIT-THIS " " WS-EDIT-PRIOR " " WS-EDIT-CHANGE
                  " " WS-RANK-EDIT-1 "   " WS-RANK-EDIT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       EDIT-MEASURE-VALUES.
           COMPUTE WS-CHANGE = WS-THIS-VALUE - WS-PRIOR-VALUE
           IF METRIC-IS-COUNT(WS-METRIC-IX)
               MOVE WS-THIS-VALUE TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-THIS
               MOVE WS-PRIOR-VALUE TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-PRIOR
               MOVE WS-CHANGE TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-CHANGE
           ELSE
               MOVE WS-THIS-VALUE TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-EDIT-THIS
               MOVE WS-PRIOR-VALUE TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-EDIT-PRIOR
               MOVE WS-CHANGE TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-EDIT-CHANGE
           END-IF.

       WRITE-BANK-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "BANK-WIDE BRANCH SUMMARY - " WS-PERIOD
                  "   (run " WS-BUSINESS-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-BR-USED = 0
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BANK-DEPOSITS TO WS-BOOK-EDIT-1
           MOVE WS-BANK-LENDING TO WS-BOOK-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "Closing deposit book " FUNCTION TRIM(WS-BOOK-EDIT-1)
                  "   lending book " FUNCTION TRIM(WS-BOOK-EDIT-2)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           *> the bank's arrears rate is taken over all its loans,
           *> not averaged across branches
           IF WS-BANK-LOANS(2) > 0
               COMPUTE WS-BANK-VALUE(6) ROUNDED =
                   WS-BANK-ARREARS(2) * 100 / WS-BANK-LOANS(2)
           ELSE
               MOVE 0 TO WS-BANK-VALUE(6)
           END-IF
           IF WS-BANK-LOANS(1) > 0
               COMPUTE WS-BANK-PRIOR(6) ROUNDED =
                   WS-BANK-ARREARS(1) * 100 / WS-BANK-LOANS(1)
           ELSE
               MOVE 0 TO WS-BANK-PRIOR(6)
           END-IF
           PERFORM WRITE-MEASURE-HEADING
           PERFORM WRITE-BANK-MEASURE
               VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > 8

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LEAGUE TABLE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "POS  BRANCH      SCORE  PRIOR POS  MOVEMENT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM WRITE-NEXT-LEAGUE-LINE
               UNTIL WS-LISTED-COUNT NOT < WS-BR-USED
           IF WS-BR-USED = 0
               MOVE "(no branch activity for the month)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-BANK-MEASURE.
           MOVE WS-BANK-VALUE(WS-METRIC-IX) TO WS-THIS-VALUE
           MOVE WS-BANK-PRIOR(WS-METRIC-IX) TO WS-PRIOR-VALUE
           PERFORM EDIT-MEASURE-VALUES
           MOVE SPACES TO REPORT-LINE
           STRING WS-METRIC-NAME(WS-METRIC-IX)
                  WS-EDIT-THIS " " WS-EDIT-PRIOR " " WS-EDIT-CHANGE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-NEXT-LEAGUE-LINE.
           *> best position first, branch code order within a tie
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-BR-USED
               IF WS-BR-LISTED(WS-SCAN-IX) = 'N'
                   IF WS-BEST-IX = 0
                       MOVE WS-SCAN-IX TO WS-BEST-IX
                   ELSE
                       IF WS-BR-POSITION(WS-SCAN-IX, 2)
                          < WS-BR-POSITION(WS-BEST-IX, 2)
                          OR (WS-BR-POSITION(WS-SCAN-IX, 2)
                              = WS-BR-POSITION(WS-BEST-IX, 2)
                          AND WS-BR-CODE(WS-SCAN-IX)
                              < WS-BR-CODE(WS-BEST-IX))
                           MOVE WS-SCAN-IX TO WS-BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-LISTED-COUNT
           MOVE 'Y' TO WS-BR-LISTED(WS-BEST-IX)
           MOVE WS-BR-POSITION(WS-BEST-IX, 2) TO WS-RANK-EDIT-1
           MOVE WS-BR-POSITION(WS-BEST-IX, 1) TO WS-RANK-EDIT-2
           MOVE WS-BR-SCORE(WS-BEST-IX, 2) TO WS-SCORE-EDIT
           *> positive movement is a climb up the table
           COMPUTE WS-MOVEMENT = WS-BR-POSITION(WS-BEST-IX, 1)
                               - WS-BR-POSITION(WS-BEST-IX, 2)
           MOVE WS-MOVEMENT TO WS-MOVE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-RANK-EDIT-1 "  " WS-BR-CODE(WS-BEST-IX) " "
                  WS-SCORE-EDIT "        " WS-RANK-EDIT-2 "      "
                  WS-MOVE-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
