IDENTIFICATION DIVISION.
       PROGRAM-ID. virtual-receivables-statement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-FILE ASSIGN TO WS-STMT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-FILE.
       01  STMT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "virtual-receivables-statement".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-STMT-FILENAME     PIC X(80).

       *> every master account with virtual sub-accounts, buffered
       *> before any statement is cut - the per-master credit cursor
       *> runs while no master cursor is open
       01  WS-MASTER-TABLE.
           05  WS-MS-ENTRY      OCCURS 500 TIMES.
               10  WS-MS-ACCOUNT    PIC X(20).
               10  WS-MS-NAME       PIC X(50).
       01  WS-MS-USED           PIC 9(3) VALUE 0.
       01  WS-MS-IX             PIC 9(3).
       01  WS-MS-OVERFLOW       PIC X VALUE 'N'.

       01  WS-DETAIL            PIC X(256).
       01  WS-DET-VIRTUAL       PIC X(20).
       01  WS-DET-LABEL         PIC X(50).
       01  WS-DET-BALANCE       PIC X(20).
       01  WS-DET-REF           PIC X(30).
       01  WS-DET-TIME          PIC X(10).
       01  WS-CURRENT-VIRTUAL   PIC X(20).
       01  WS-CURRENT-BALANCE   PIC S9(11)V99.
       01  WS-AMOUNT            PIC S9(9)V99.
       01  WS-AMT-EDIT          PIC -(9)9.99.
       01  WS-TOTAL-EDIT        PIC -(11)9.99.
       01  WS-VIRTUAL-ITEMS     PIC 9(5).
       01  WS-VIRTUAL-DAY       PIC S9(11)V99.
       01  WS-MASTER-ITEMS      PIC 9(7).
       01  WS-MASTER-DAY        PIC S9(11)V99.
       01  WS-STATEMENTS-CUT    PIC 9(5) VALUE 0.
       01  WS-CREDITS-LISTED    PIC 9(7) VALUE 0.
       01  WS-AMOUNT-LISTED     PIC S9(11)V99 VALUE 0.
       01  WS-FORMATTED-AMOUNT  PIC X(20).

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

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT DISTINCT v.master_account_id, c.name "
                  "FROM virtual_accounts v JOIN accounts a "
                  "ON a.account_id = v.master_account_id "
                  "JOIN customers c ON c.customer_id = a.customer_id "
                  "WHERE v.status = 'ACTIVE' "
                  "OR v.last_credit_date = DATE '"
                  WS-SQL-DATE
                  "' ORDER BY v.master_account_id"
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
               MOVE 0 TO RC
               PERFORM BUFFER-ONE-MASTER UNTIL RC NOT = 0
           END-IF
           IF WS-MS-OVERFLOW = 'Y'
               DISPLAY "WARNING: more than 500 master accounts - the "
                       "rest are not stated today."
           END-IF

           PERFORM STATE-ONE-MASTER
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-USED

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-AMOUNT-LISTED, WS-FORMATTED-AMOUNT
           DISPLAY "Virtual receivables: " WS-STATEMENTS-CUT
                   " statement(s), " WS-CREDITS-LISTED " credit(s), "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " collected."
           GOBACK.

       BUFFER-ONE-MASTER.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MS-USED < 500
               ADD 1 TO WS-MS-USED
               MOVE FUNCTION TRIM(C1) TO WS-MS-ACCOUNT(WS-MS-USED)
               MOVE FUNCTION TRIM(C2) TO WS-MS-NAME(WS-MS-USED)
           ELSE
               MOVE 'Y' TO WS-MS-OVERFLOW
           END-IF.

       STATE-ONE-MASTER.
           *> one statement per master per business day: each virtual
           *> account with the day's credits under it, its day total
           *> and the running total collected to date
           MOVE SPACES TO WS-STMT-FILENAME
           STRING "build/virtual_receivables_"
                  FUNCTION TRIM(WS-MS-ACCOUNT(WS-MS-IX)) "_"
                  WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-STMT-FILENAME
           OPEN OUTPUT STMT-FILE
           MOVE SPACES TO STMT-RECORD
           STRING "VIRTUAL ACCOUNT RECEIVABLES - "
                  FUNCTION TRIM(WS-MS-NAME(WS-MS-IX))
                  " - master account "
                  FUNCTION TRIM(WS-MS-ACCOUNT(WS-MS-IX))
                  " - " WS-SQL-DATE
               DELIMITED BY SIZE INTO STMT-RECORD
           WRITE STMT-RECORD
           MOVE SPACES TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE SPACES TO WS-CURRENT-VIRTUAL
           MOVE 0 TO WS-MASTER-ITEMS
           MOVE 0 TO WS-MASTER-DAY

           *> a closed sub-account is stated only on a day it still
           *> took a credit
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT v.virtual_id || ';' || v.client_label "
                  "|| ';' || COALESCE(v.balance,0), "
                  "COALESCE(t.amount::text,''), "
                  "COALESCE(t.tx_ref,'') || ';' || "
                  "COALESCE(to_char(t.created_at,'HH24:MI'),'') "
                  "FROM virtual_accounts v LEFT JOIN tx_log t "
                  "ON t.virtual_ref = v.virtual_id "
                  "AND t.created_at::date = DATE '"
                  WS-SQL-DATE
                  "' WHERE v.master_account_id = "
                  FUNCTION TRIM(WS-MS-ACCOUNT(WS-MS-IX))
                  " AND (v.status = 'ACTIVE' OR t.tx_ref IS NOT NULL)"
                  " ORDER BY v.virtual_id, t.created_at"
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
               MOVE 0 TO RC
               PERFORM WRITE-ONE-RECEIVABLE UNTIL RC NOT = 0
           END-IF
           IF WS-CURRENT-VIRTUAL NOT = SPACES
               PERFORM WRITE-VIRTUAL-TOTAL
           END-IF

           MOVE WS-MASTER-DAY TO WS-TOTAL-EDIT
           MOVE SPACES TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE SPACES TO STMT-RECORD
           STRING "TOTAL RECEIVED TODAY: " WS-MASTER-ITEMS
                  " credit(s)  " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO STMT-RECORD
           WRITE STMT-RECORD
           CLOSE STMT-FILE
           ADD 1 TO WS-STATEMENTS-CUT
           ADD WS-MASTER-ITEMS TO WS-CREDITS-LISTED
           ADD WS-MASTER-DAY TO WS-AMOUNT-LISTED.

       WRITE-ONE-RECEIVABLE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL, WS-DET-VIRTUAL, WS-DET-LABEL,
               WS-DET-BALANCE
           MOVE FUNCTION TRIM(C1) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-VIRTUAL, WS-DET-LABEL, WS-DET-BALANCE
           END-UNSTRING
           IF WS-DET-VIRTUAL NOT = WS-CURRENT-VIRTUAL
               IF WS-CURRENT-VIRTUAL NOT = SPACES
                   PERFORM WRITE-VIRTUAL-TOTAL
               END-IF
               MOVE WS-DET-VIRTUAL TO WS-CURRENT-VIRTUAL
               COMPUTE WS-CURRENT-BALANCE =
                   FUNCTION NUMVAL(WS-DET-BALANCE)
               MOVE 0 TO WS-VIRTUAL-ITEMS
               MOVE 0 TO WS-VIRTUAL-DAY
               MOVE SPACES TO STMT-RECORD
               STRING FUNCTION TRIM(WS-DET-VIRTUAL) "  "
                      FUNCTION TRIM(WS-DET-LABEL)
                   DELIMITED BY SIZE INTO STMT-RECORD
               WRITE STMT-RECORD
           END-IF
           *> a sub-account with nothing in today still gets its line
           IF FUNCTION TRIM(C2) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL, WS-DET-REF, WS-DET-TIME
           MOVE FUNCTION TRIM(C3) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-REF, WS-DET-TIME
           END-UNSTRING
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(C2)
           MOVE WS-AMOUNT TO WS-AMT-EDIT
           ADD 1 TO WS-VIRTUAL-ITEMS
           ADD WS-AMOUNT TO WS-VIRTUAL-DAY
           MOVE SPACES TO STMT-RECORD
           STRING "    " WS-DET-TIME "  " WS-DET-REF "  "
                  WS-AMT-EDIT
               DELIMITED BY SIZE INTO STMT-RECORD
           WRITE STMT-RECORD.

       WRITE-VIRTUAL-TOTAL.
           MOVE WS-VIRTUAL-DAY TO WS-AMT-EDIT
           MOVE WS-CURRENT-BALANCE TO WS-TOTAL-EDIT
           MOVE SPACES TO STMT-RECORD
           STRING "    today " WS-VIRTUAL-ITEMS " credit(s) "
                  FUNCTION TRIM(WS-AMT-EDIT)
                  "   collected to date "
                  FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO STMT-RECORD
           WRITE STMT-RECORD
           ADD WS-VIRTUAL-ITEMS TO WS-MASTER-ITEMS
           ADD WS-VIRTUAL-DAY TO WS-MASTER-DAY.
