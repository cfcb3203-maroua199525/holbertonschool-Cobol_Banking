IDENTIFICATION DIVISION.
       PROGRAM-ID. minor-majority-report.
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
           VALUE "minor-majority-report".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-REPORT-FILENAME   PIC X(80).
       *> how far ahead the branches want to see an 18th birthday
       01  WS-LOOKAHEAD-DAYS    PIC 9(3) VALUE 60.
       01  WS-ENV-LOOKAHEAD     PIC X(5).

       01  WS-DETAIL            PIC X(256).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-DET-F4            PIC X(20).
       01  WS-DET-F5            PIC X(20).
       01  WS-LAST-BRANCH       PIC X(10).
       01  WS-SECTION           PIC X.
           88  SECTION-TURNING      VALUE 'T'.
           88  SECTION-UNGUARDED    VALUE 'U'.
       01  WS-SECTION-COUNT     PIC 9(5).
       01  WS-TURNING-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNGUARDED-COUNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-CONNSTR
           ACCEPT WS-ENV-CONNSTR FROM ENVIRONMENT "DB_CONNSTR"
           IF WS-ENV-CONNSTR NOT = SPACES
               MOVE WS-ENV-CONNSTR TO DB-CONN-STRING
           END-IF
           MOVE FUNCTION TRIM(DB-CONN-STRING) TO DB-CONNSTR.
           MOVE SPACES TO WS-ENV-LOOKAHEAD
           ACCEPT WS-ENV-LOOKAHEAD FROM ENVIRONMENT
               "MAJORITY_LOOKAHEAD_DAYS"
           IF FUNCTION TRIM(WS-ENV-LOOKAHEAD) IS NUMERIC
               COMPUTE WS-LOOKAHEAD-DAYS =
                   FUNCTION NUMVAL(WS-ENV-LOOKAHEAD)
           END-IF

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
           STRING "build/minor_majority_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "YOUTH ACCOUNTS - HOLDERS REACHING 18 - "
                  WS-SQL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           *> the branch writes to the family ahead of the birthday;
           *> minor-majority-conversion does the rest on the day
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TURNING 18 IN THE NEXT " WS-LOOKAHEAD-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           SET SECTION-TURNING TO TRUE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO SQL-COMMAND
           *> branch;account, dob;18th birthday;adult product,
           *> holder name
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "account_id, date_of_birth||';'||(date_of_birth+"
                  "INTERVAL '18 years')::date||';'||COALESCE("
                  "adult_product,'NONE'), COALESCE(c.name,'') "
                  "FROM accounts a JOIN products p USING (product_code)"
                  " JOIN customers c USING (customer_id) WHERE "
                  "class='YOUTH' AND date_of_birth+INTERVAL '18 years' "
                  "BETWEEN DATE '" WS-SQL-DATE "'+1 AND DATE '"
                  WS-SQL-DATE "'+" WS-LOOKAHEAD-DAYS
                  " AND COALESCE(a.status,'OPEN')<>'CLOSED' "
                  "ORDER BY 1,2"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-REPORT-SECTION
           MOVE WS-SECTION-COUNT TO WS-TURNING-COUNT

           *> a minor's account with no guardian cannot pay out -
           *> the branch has to get one named
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "YOUTH ACCOUNTS WITHOUT A GUARDIAN" TO REPORT-LINE
           WRITE REPORT-LINE
           SET SECTION-UNGUARDED TO TRUE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO SQL-COMMAND
           *> branch;account, dob;product;balance, holder name
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "a.account_id, COALESCE(c.date_of_birth::text,"
                  "'UNKNOWN')||';'||a.product_code||';'||a.balance, "
                  "COALESCE(c.name,'') FROM accounts a "
                  "JOIN products p USING (product_code) "
                  "LEFT JOIN customers c USING (customer_id) "
                  "WHERE p.class = 'YOUTH' AND "
                  "COALESCE(a.status,'OPEN') <> 'CLOSED' AND NOT "
                  "EXISTS (SELECT 1 FROM account_owners o WHERE "
                  "o.account_id = a.account_id AND o.owner_role = "
                  "'GUARDIAN') ORDER BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-REPORT-SECTION
           MOVE WS-SECTION-COUNT TO WS-UNGUARDED-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TURNING 18: " WS-TURNING-COUNT
                  "   WITHOUT GUARDIAN: " WS-UNGUARDED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Youth accounts: " WS-TURNING-COUNT
                   " holder(s) turning 18, " WS-UNGUARDED-COUNT
                   " without a guardian - see "
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
           MOVE 0 TO RC
           PERFORM WRITE-ONE-LINE UNTIL RC NOT = 0
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SECTION-COUNT " account(s)"
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
               IF SECTION-TURNING
                   STRING "    ACCOUNT    BORN        18 ON       "
                          "ADULT PRODUCT  HOLDER"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "    ACCOUNT    BORN        PRODUCT     "
                          "     BALANCE  HOLDER"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DET-F2(1:10) TO REPORT-LINE(5:10)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3,
               WS-DET-F4, WS-DET-F5
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4,
                    WS-DET-F5
           END-UNSTRING
           MOVE WS-DET-F1(1:10) TO REPORT-LINE(16:10)
           IF SECTION-TURNING
               MOVE WS-DET-F2(1:10) TO REPORT-LINE(28:10)
               MOVE WS-DET-F3(1:14) TO REPORT-LINE(40:14)
               MOVE FUNCTION TRIM(C3) TO REPORT-LINE(55:40)
           ELSE
               MOVE WS-DET-F2(1:10) TO REPORT-LINE(28:10)
               MOVE WS-DET-F3(1:12) TO REPORT-LINE(40:12)
               MOVE FUNCTION TRIM(C3) TO REPORT-LINE(54:40)
           END-IF
           WRITE REPORT-LINE.
