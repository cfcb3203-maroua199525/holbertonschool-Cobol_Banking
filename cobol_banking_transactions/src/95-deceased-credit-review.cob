IDENTIFICATION DIVISION.
       PROGRAM-ID. deceased-credit-review.
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
           VALUE "deceased-credit-review".

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
       01  WS-LAST-BRANCH       PIC X(10).
       01  WS-AMOUNT            PIC S9(9)V99.
       01  WS-AMOUNT-EDIT       PIC Z(8)9.99.
       01  WS-OPEN-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-EDIT        PIC Z(10)9.99.
       01  WS-NEW-COUNT         PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT        PIC 9(5) VALUE 0.

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

           PERFORM FLAG-NEW-CREDITS
           IF RETURN-CODE NOT = 0
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/deceased_credits_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ESTATE ACCOUNTS - CREDITS AFTER DATE OF DEATH - "
                  WS-SQL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Credits still open for a return decision; the "
                  "estate cannot be released until each is cleared."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO SQL-COMMAND
           *> branch;account, flag;credit date;died;type;amount;
           *> new today, reference
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "f.account_id, f.flag_id||';'||f.credit_date||';'||"
                  "e.date_of_death||';'||f.tx_type||';'||f.amount||"
                  "';'||CASE WHEN f.flagged_date = DATE '"
                  WS-SQL-DATE
                  "' THEN 'NEW' ELSE '' END, COALESCE(f.tx_ref,'') "
                  "FROM deceased_credit_flags f "
                  "JOIN estate_accounts e USING (account_id) "
                  "JOIN accounts a USING (account_id) "
                  "WHERE f.status = 'OPEN' ORDER BY 1, f.credit_date"
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
               PERFORM WRITE-ONE-LINE UNTIL RC NOT = 0
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN CREDITS: " WS-OPEN-COUNT
                  "   TOTAL: " WS-TOTAL-EDIT
                  "   FLAGGED TONIGHT: " WS-NEW-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Deceased-customer credits: " WS-NEW-COUNT
                   " newly flagged, " WS-OPEN-COUNT
                   " open for return decision - see "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           GOBACK.

       FLAG-NEW-CREDITS.
           *> pensions and other credits keep arriving after a death;
           *> each one landing on an estate account on or after the
           *> date of death is flagged once for a return decision
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO deceased_credit_flags (tx_id, "
                  "account_id, tx_type, amount, tx_ref, credit_date, "
                  "status, flagged_date) SELECT t.id, t.account_id, "
                  "t.tx_type, t.amount, t.tx_ref, t.created_at::date, "
                  "'OPEN', DATE '"
                  WS-SQL-DATE
                  "' FROM tx_log t JOIN estate_accounts e USING "
                  "(account_id) WHERE e.status <> 'RELEASED' AND "
                  "t.tx_type IN ('DEPOSIT','TRANSFER_IN','PAY_CR') AND "
                  "t.created_at >= e.date_of_death AND NOT EXISTS "
                  "(SELECT 1 FROM deceased_credit_flags f "
                  "WHERE f.tx_id = t.id)"
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
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FROM deceased_credit_flags "
                  "WHERE flagged_date = DATE '"
                  WS-SQL-DATE "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-NEW-COUNT =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF.

       WRITE-ONE-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT

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
               STRING "    ACCOUNT    FLAG     CREDITED    DIED        "
                      "TYPE              AMOUNT      REFERENCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DET-F2(1:10) TO REPORT-LINE(5:10)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3,
               WS-DET-F4, WS-DET-F5, WS-DET-F6
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4,
                    WS-DET-F5, WS-DET-F6
           END-UNSTRING
           MOVE WS-DET-F1(1:8) TO REPORT-LINE(16:8)
           MOVE WS-DET-F2(1:10) TO REPORT-LINE(25:10)
           MOVE WS-DET-F3(1:10) TO REPORT-LINE(37:10)
           MOVE WS-DET-F4(1:12) TO REPORT-LINE(49:12)
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-DET-F5)
           ADD WS-AMOUNT TO WS-OPEN-TOTAL
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE(61:12)
           MOVE FUNCTION TRIM(C3) TO REPORT-LINE(78:30)
           IF WS-DET-F6(1:3) = "NEW"
               MOVE "NEW" TO REPORT-LINE(110:3)
           END-IF
           WRITE REPORT-LINE.
