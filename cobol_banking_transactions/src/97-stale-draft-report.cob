IDENTIFICATION DIVISION.
       PROGRAM-ID. stale-draft-report.
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
           VALUE "stale-draft-report".

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
       01  WS-LAST-BRANCH       PIC X(10).
       01  WS-AMOUNT            PIC S9(9)V99.
       01  WS-AMOUNT-EDIT       PIC Z(8)9.99.
       01  WS-STALE-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-EDIT        PIC Z(10)9.99.
       01  WS-STALE-COUNT       PIC 9(5) VALUE 0.
       01  WS-ESCHEAT-COUNT     PIC 9(5) VALUE 0.

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
           STRING "build/stale_drafts_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "BANK DRAFTS OUTSTANDING OVER SIX MONTHS - "
                  WS-SQL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           *> a draft whose purchaser account is still open goes back
           *> to the customer; one whose account has closed can only
           *> go to unclaimed property. Either way the branch keys a
           *> DRAFTSTALE line.
           MOVE SPACES TO REPORT-LINE
           STRING "Dispose of each with DRAFTSTALE,draft-no,"
                  "REFUND|ESCHEAT - the ACTION column is the default."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO SQL-COMMAND
           *> branch;account, draft;issued;days out;amount;action,
           *> payee
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "d.account_id, d.draft_no||';'||d.issued_date||';'"
                  "||(DATE '" WS-SQL-DATE "'-d.issued_date)||';'||"
                  "d.amount||';'||CASE WHEN COALESCE(a.status,'OPEN')"
                  "='CLOSED' THEN 'ESCHEAT' ELSE 'REFUND' END, "
                  "COALESCE(d.payee,'') FROM bank_drafts d "
                  "JOIN accounts a USING (account_id) "
                  "WHERE d.status = 'OUTSTANDING' AND d.issued_date "
                  "<= DATE '" WS-SQL-DATE "' - INTERVAL '6 months' "
                  "ORDER BY 1, d.issued_date"
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
           MOVE WS-STALE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "STALE DRAFTS: " WS-STALE-COUNT
                  "   TOTAL: " WS-TOTAL-EDIT
                  "   FOR ESCHEATMENT: " WS-ESCHEAT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Stale bank drafts: " WS-STALE-COUNT
                   " outstanding over six months, " WS-ESCHEAT-COUNT
                   " for escheatment - see "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           GOBACK.

       WRITE-ONE-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STALE-COUNT

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
               STRING "    DRAFT      ISSUED      DAYS  ACCOUNT     "
                      "      AMOUNT  ACTION   PAYEE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DET-F2(1:10) TO REPORT-LINE(33:10)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3,
               WS-DET-F4, WS-DET-F5
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4,
                    WS-DET-F5
           END-UNSTRING
           MOVE WS-DET-F1(1:9) TO REPORT-LINE(5:9)
           MOVE WS-DET-F2(1:10) TO REPORT-LINE(16:10)
           MOVE WS-DET-F3(1:5) TO REPORT-LINE(27:5)
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-DET-F4)
           ADD WS-AMOUNT TO WS-STALE-TOTAL
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE(44:12)
           MOVE WS-DET-F5(1:8) TO REPORT-LINE(58:8)
           IF WS-DET-F5(1:7) = "ESCHEAT"
               ADD 1 TO WS-ESCHEAT-COUNT
           END-IF
           MOVE FUNCTION TRIM(C3) TO REPORT-LINE(67:50)
           WRITE REPORT-LINE.
