IDENTIFICATION DIVISION.
       PROGRAM-ID. crs-reportable-file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JURIS-FILE ASSIGN TO WS-JURIS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JURIS-FILE.
       01  JURIS-RECORD         PIC X(160).
       FD  CONTROL-FILE.
       01  CONTROL-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "crs-reportable-file".
       01  WS-ENV-VALUE         PIC X(10).

       01  WS-TAX-YEAR          PIC X(4).
       01  WS-YEAR-END          PIC X(10).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-JURIS-FILENAME    PIC X(80).
       01  WS-CONTROL-FILENAME  PIC X(80).
       01  WS-HOME-COUNTRY      PIC X(2) VALUE "US".

       *> One file per jurisdiction for the year: every account of a
       *> customer documented as resident abroad, under that country,
       *> and every account of an undocumented customer under UNDOC.
       *> The balance is the account's closing balance on 31 December
       *> off the ledger, as balance-asof-inquiry reads it; interest
       *> is the year's INTEREST postings, as interest-tax-summary
       *> sums them - live and archived history both count.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY    OCCURS 2000 TIMES.
               10  WS-AC-JURIS      PIC X(6).
               10  WS-AC-CUSTOMER   PIC X(10).
               10  WS-AC-ACCOUNT    PIC X(20).
               10  WS-AC-TIN        PIC X(20).
               10  WS-AC-NAME       PIC X(40).
       01  WS-ACCT-USED         PIC 9(4) VALUE 0.
       01  WS-ACCT-IX           PIC 9(4).
       01  WS-ACCT-FULL-FLAG    PIC X VALUE 'N'.

       01  WS-CURRENT-JURIS     PIC X(6) VALUE SPACES.
       01  WS-DETAIL            PIC X(256).
       01  WS-BALANCE-STR       PIC X(20).
       01  WS-BALANCE-NUM       PIC S9(11)V99.
       01  WS-INTEREST-NUM      PIC S9(11)V99.
       01  WS-BALANCE-EDIT      PIC -(11)9.99.
       01  WS-INTEREST-EDIT     PIC -(11)9.99.

       01  WS-JURIS-COUNT       PIC 9(7) VALUE 0.
       01  WS-JURIS-BALANCE     PIC S9(13)V99 VALUE 0.
       01  WS-JURIS-INTEREST    PIC S9(13)V99 VALUE 0.
       01  WS-FILE-COUNT        PIC 9(5) VALUE 0.
       01  WS-TOTAL-COUNT       PIC 9(7) VALUE 0.
       01  WS-TOTAL-BALANCE     PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-INTEREST    PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-EDIT        PIC -(13)9.99.
       01  WS-TOTAL-EDIT2       PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Reporting year on the command line; anything that is not
           *> a year (a driver's own arguments) means the business
           *> date's year.
           MOVE SPACES TO WS-TAX-YEAR
           ACCEPT WS-TAX-YEAR FROM COMMAND-LINE
           IF WS-TAX-YEAR IS NOT NUMERIC
               CALL STATIC "BUSINESS-DATE"
                   USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
               MOVE WS-BUSINESS-DATE(1:4) TO WS-TAX-YEAR
           END-IF
           STRING WS-TAX-YEAR "-12-31"
               DELIMITED BY SIZE INTO WS-YEAR-END
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CRS_HOME_COUNTRY"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENV-VALUE(1:2))
                   TO WS-HOME-COUNTRY
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

           PERFORM COLLECT-REPORTABLE-ACCOUNTS

           MOVE SPACES TO WS-CONTROL-FILENAME
           STRING "build/crs_" WS-TAX-YEAR "_control.txt"
               DELIMITED BY SIZE INTO WS-CONTROL-FILENAME
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-LINE
           STRING "CRS/FATCA REPORTABLE ACCOUNTS - YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE "  jurisdiction  accounts  year-end balance  interest"
               TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE ALL "-" TO CONTROL-LINE
           WRITE CONTROL-LINE

           PERFORM WRITE-ONE-ACCOUNT
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-USED
           IF WS-CURRENT-JURIS NOT = SPACES
               PERFORM CLOSE-JURISDICTION-FILE
           END-IF

           MOVE ALL "-" TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-TOTAL-BALANCE TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-EDIT2
           MOVE SPACES TO CONTROL-LINE
           STRING "  ALL  " WS-TOTAL-COUNT "  "
                  FUNCTION TRIM(WS-TOTAL-EDIT) "  "
                  FUNCTION TRIM(WS-TOTAL-EDIT2)
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING WS-FILE-COUNT " jurisdiction file(s) written."
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           IF WS-ACCT-FULL-FLAG = 'Y'
               MOVE "ERROR: account table full - file is incomplete."
                   TO CONTROL-LINE
               WRITE CONTROL-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE CONTROL-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "CRS/FATCA reportable accounts for " WS-TAX-YEAR
                   ": " WS-TOTAL-COUNT " account(s) in "
                   WS-FILE-COUNT " jurisdiction file(s); controls in "
                   FUNCTION TRIM(WS-CONTROL-FILENAME)
           GOBACK.

       COLLECT-REPORTABLE-ACCOUNTS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT CASE WHEN c.crs_status = 'UNDOCUMENTED' "
                  "THEN 'UNDOC' ELSE c.tax_residency END || ';' || "
                  "c.customer_id || ';' || a.account_id, "
                  "COALESCE(c.tax_tin,''), c.name FROM accounts a "
                  "JOIN customers c ON c.customer_id = a.customer_id "
                  "WHERE c.crs_status = 'UNDOCUMENTED' OR "
                  "(c.crs_status = 'DOCUMENTED' AND c.tax_residency "
                  "<> '"
                  WS-HOME-COUNTRY
                  "') ORDER BY 1"
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
           PERFORM BUFFER-ONE-ACCOUNT UNTIL RC NOT = 0.

       BUFFER-ONE-ACCOUNT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-USED >= 2000
               MOVE 'Y' TO WS-ACCT-FULL-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-USED
           MOVE SPACES TO WS-AC-JURIS(WS-ACCT-USED)
                          WS-AC-CUSTOMER(WS-ACCT-USED)
                          WS-AC-ACCOUNT(WS-ACCT-USED)
           UNSTRING C1 DELIMITED BY ";"
               INTO WS-AC-JURIS(WS-ACCT-USED),
                    WS-AC-CUSTOMER(WS-ACCT-USED),
                    WS-AC-ACCOUNT(WS-ACCT-USED)
           END-UNSTRING
           MOVE FUNCTION TRIM(C2) TO WS-AC-TIN(WS-ACCT-USED)
           MOVE FUNCTION TRIM(C3) TO WS-AC-NAME(WS-ACCT-USED).

       WRITE-ONE-ACCOUNT.
           IF WS-AC-JURIS(WS-ACCT-IX) NOT = WS-CURRENT-JURIS
               IF WS-CURRENT-JURIS NOT = SPACES
                   PERFORM CLOSE-JURISDICTION-FILE
               END-IF
               PERFORM OPEN-JURISDICTION-FILE
           END-IF
           PERFORM FETCH-YEAR-END-BALANCE
           PERFORM FETCH-YEAR-INTEREST

           ADD 1 TO WS-JURIS-COUNT
           ADD WS-BALANCE-NUM TO WS-JURIS-BALANCE
           ADD WS-INTEREST-NUM TO WS-JURIS-INTEREST
           MOVE WS-BALANCE-NUM TO WS-BALANCE-EDIT
           MOVE WS-INTEREST-NUM TO WS-INTEREST-EDIT
           MOVE SPACES TO JURIS-RECORD
           STRING "A,"
                  FUNCTION TRIM(WS-AC-ACCOUNT(WS-ACCT-IX)) ","
                  FUNCTION TRIM(WS-AC-CUSTOMER(WS-ACCT-IX)) ","
                  FUNCTION TRIM(WS-AC-TIN(WS-ACCT-IX)) ","
                  FUNCTION TRIM(WS-AC-NAME(WS-ACCT-IX)) ","
                  FUNCTION TRIM(WS-BALANCE-EDIT) ","
                  FUNCTION TRIM(WS-INTEREST-EDIT)
               DELIMITED BY SIZE INTO JURIS-RECORD
           WRITE JURIS-RECORD.

       FETCH-YEAR-END-BALANCE.
           *> the last ledger entry on or before 31 December carries
           *> the balance the account closed the year with
           MOVE 0 TO WS-BALANCE-NUM
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT balance_after "
                  "FROM (SELECT id, balance_after, created_at "
                  "FROM tx_log WHERE account_id = '"
                  FUNCTION TRIM(WS-AC-ACCOUNT(WS-ACCT-IX))
                  "' UNION ALL SELECT id, balance_after, created_at "
                  "FROM tx_log_archive WHERE account_id = '"
                  FUNCTION TRIM(WS-AC-ACCOUNT(WS-ACCT-IX))
                  "') t WHERE created_at::date <= '"
                  WS-YEAR-END
                  "' AND balance_after IS NOT NULL "
                  "ORDER BY id DESC LIMIT 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-BALANCE-NUM =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF.

       FETCH-YEAR-INTEREST.
           MOVE 0 TO WS-INTEREST-NUM
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(SUM(amount),0) FROM "
                  "(SELECT account_id, amount, created_at, tx_type "
                  "FROM tx_log UNION ALL "
                  "SELECT account_id, amount, created_at, tx_type "
                  "FROM tx_log_archive) t "
                  "WHERE t.account_id::text = '"
                  FUNCTION TRIM(WS-AC-ACCOUNT(WS-ACCT-IX))
                  "' AND t.tx_type = 'INTEREST' "
                  "AND EXTRACT(YEAR FROM t.created_at) = "
                  WS-TAX-YEAR
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-INTEREST-NUM =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           ELSE
               IF RC NOT = 0
                   CALL STATIC "LOG-DB-ERROR"
                       USING WS-ERROR-SOURCE, SQL-COMMAND
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       OPEN-JURISDICTION-FILE.
           MOVE WS-AC-JURIS(WS-ACCT-IX) TO WS-CURRENT-JURIS
           MOVE 0 TO WS-JURIS-COUNT
           MOVE 0 TO WS-JURIS-BALANCE
           MOVE 0 TO WS-JURIS-INTEREST
           ADD 1 TO WS-FILE-COUNT
           MOVE SPACES TO WS-JURIS-FILENAME
           STRING "build/crs_" WS-TAX-YEAR "_"
                  FUNCTION TRIM(WS-CURRENT-JURIS) ".dat"
               DELIMITED BY SIZE INTO WS-JURIS-FILENAME
           OPEN OUTPUT JURIS-FILE
           MOVE SPACES TO JURIS-RECORD
           STRING "HEADER,CRS-FATCA," WS-TAX-YEAR ","
                  FUNCTION TRIM(WS-CURRENT-JURIS)
               DELIMITED BY SIZE INTO JURIS-RECORD
           WRITE JURIS-RECORD.

       CLOSE-JURISDICTION-FILE.
           MOVE WS-JURIS-BALANCE TO WS-TOTAL-EDIT
           MOVE WS-JURIS-INTEREST TO WS-TOTAL-EDIT2
           MOVE SPACES TO JURIS-RECORD
           STRING "TRAILER," WS-JURIS-COUNT ","
                  FUNCTION TRIM(WS-TOTAL-EDIT) ","
                  FUNCTION TRIM(WS-TOTAL-EDIT2)
               DELIMITED BY SIZE INTO JURIS-RECORD
           WRITE JURIS-RECORD
           CLOSE JURIS-FILE

           MOVE SPACES TO CONTROL-LINE
           STRING "  " WS-CURRENT-JURIS "  " WS-JURIS-COUNT "  "
                  FUNCTION TRIM(WS-TOTAL-EDIT) "  "
                  FUNCTION TRIM(WS-TOTAL-EDIT2)
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           ADD WS-JURIS-COUNT TO WS-TOTAL-COUNT
           ADD WS-JURIS-BALANCE TO WS-TOTAL-BALANCE
           ADD WS-JURIS-INTEREST TO WS-TOTAL-INTEREST.
