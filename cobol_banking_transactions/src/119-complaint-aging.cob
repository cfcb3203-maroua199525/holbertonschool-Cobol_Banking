IDENTIFICATION DIVISION.
       PROGRAM-ID. complaint-aging.
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
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "complaint-aging".

       01  WS-COMMAND-LINE      PIC X(20).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-REPORT-FILENAME   PIC X(80).

       *> the report is weekly: it runs on the last business day of
       *> the week - the next business day falls in a later week
       01  WS-NEXT-DATE         PIC X(8).
       01  WS-NEXT-FLAG         PIC X.
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-TODAY-DAYNO       PIC 9(8).
       01  WS-NEXT-DAYNO        PIC 9(8).
       01  WS-TODAY-WEEKDAY     PIC 9.
       01  WS-NEXT-WEEKDAY      PIC 9.
       01  WS-WEEK-END-FLAG     PIC X VALUE 'N'.
           88  AT-WEEK-END            VALUE 'Y'.

       01  WS-ROW-FIELDS        PIC X(80).
       01  WS-ROW-ID            PIC X(10).
       01  WS-ROW-CUSTOMER      PIC X(8).
       01  WS-ROW-CATEGORY      PIC X(10).
       01  WS-ROW-BRANCH        PIC X(8).
       01  WS-OPEN-COUNT        PIC 9(5) VALUE 0.
       01  WS-BREACH-COUNT      PIC 9(5) VALUE 0.
       01  WS-DUE-SOON-COUNT    PIC 9(5) VALUE 0.
       01  WS-CATEGORY-OPEN     PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           PERFORM CHECK-WEEK-END
           IF NOT AT-WEEK-END
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
                  NOT = "FORCE"
               DISPLAY "Business date " WS-BUSINESS-DATE " is not "
                       "the last business day of the week - "
                       "complaint aging not run."
               GOBACK
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

           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/complaint_aging_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPLAINTS AGING - WEEK ENDING " WS-SQL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-AGE-BUCKETS
           PERFORM WRITE-BREACHES
           PERFORM WRITE-DUE-SOON
           PERFORM WRITE-WEEK-CLOSURES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Open: " WS-OPEN-COUNT "   Past a due date: "
                  WS-BREACH-COUNT "   Final response due within "
                  "7 days: " WS-DUE-SOON-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Complaint aging written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   WS-OPEN-COUNT " open, " WS-BREACH-COUNT
                   " past a due date."
           IF WS-BREACH-COUNT > 0
               DISPLAY "WARNING: complaints have missed their "
                       "regulatory deadline - see the report."
           END-IF

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       CHECK-WEEK-END.
           *> day 1 of the integer calendar (1601-01-01) was a Monday,
           *> so MOD(day - 1, 7) + 1 numbers Monday 1 to Sunday 7
           MOVE WS-BUSINESS-DATE TO WS-NEXT-DATE
           CALL STATIC "BUSINESS-DATE"
               USING "NEXT", WS-NEXT-DATE, WS-NEXT-FLAG
           COMPUTE WS-DATE-NUM = FUNCTION NUMVAL(WS-BUSINESS-DATE)
           COMPUTE WS-TODAY-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DATE-NUM = FUNCTION NUMVAL(WS-NEXT-DATE)
           COMPUTE WS-NEXT-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-TODAY-WEEKDAY =
               FUNCTION MOD(WS-TODAY-DAYNO - 1, 7) + 1
           COMPUTE WS-NEXT-WEEKDAY =
               FUNCTION MOD(WS-NEXT-DAYNO - 1, 7) + 1
           IF WS-NEXT-WEEKDAY <= WS-TODAY-WEEKDAY
              OR WS-NEXT-DAYNO - WS-TODAY-DAYNO >= 7
               SET AT-WEEK-END TO TRUE
           END-IF.

       WRITE-AGE-BUCKETS.
           *> open complaints by calendar days since receipt
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPEN COMPLAINTS BY AGE (DAYS SINCE RECEIVED)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  CATEGORY      0-7   8-14  15-28  29-56    >56  TOTAL"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT category, format('%6s %6s %6s %6s %6s', "
                  "count(*) FILTER (WHERE age <= 7), "
                  "count(*) FILTER (WHERE age BETWEEN 8 AND 14), "
                  "count(*) FILTER (WHERE age BETWEEN 15 AND 28), "
                  "count(*) FILTER (WHERE age BETWEEN 29 AND 56), "
                  "count(*) FILTER (WHERE age > 56)), count(*) "
                  "FROM (SELECT category, DATE '" WS-SQL-DATE
                  "' - received_date AS age FROM complaints "
                  "WHERE status = 'OPEN') t "
                  "GROUP BY category ORDER BY category"
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
               PERFORM WRITE-ONE-BUCKET-ROW UNTIL RC NOT = 0
           END-IF
           IF WS-OPEN-COUNT = 0
               MOVE "  No open complaints." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-BUCKET-ROW.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               COMPUTE WS-CATEGORY-OPEN = FUNCTION NUMVAL(C3)
               ADD WS-CATEGORY-OPEN TO WS-OPEN-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " C1(1:10) " " C2(1:34) " "
                      WS-CATEGORY-OPEN
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-BREACHES.
           *> open complaints past either clock - these are reportable
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PAST A REGULATORY DUE DATE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  ID         CUSTOMER CATEGORY   BRANCH   RECEIVED   "
               TO REPORT-LINE
           MOVE "ACK-DUE    FINAL-DUE  BREACH" TO REPORT-LINE(54:)
           WRITE REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT complaint_id || ';' || customer_id || ';' || "
                  "category || ';' || branch_code, "
                  "received_date::text || ' ' || ack_due_date::text "
                  "|| ' ' || final_due_date::text, "
                  "CASE WHEN final_due_date < DATE '" WS-SQL-DATE
                  "' THEN 'FINAL RESPONSE' ELSE 'ACKNOWLEDGMENT' END "
                  "FROM complaints WHERE status = 'OPEN' AND "
                  "(final_due_date < DATE '" WS-SQL-DATE
                  "' OR (acknowledged_date IS NULL AND "
                  "ack_due_date < DATE '" WS-SQL-DATE
                  "')) ORDER BY final_due_date, complaint_id"
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
               PERFORM WRITE-ONE-BREACH UNTIL RC NOT = 0
           END-IF
           IF WS-BREACH-COUNT = 0
               MOVE "  None." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-BREACH.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-BREACH-COUNT
               PERFORM SPLIT-COMPLAINT-ROW
               PERFORM WRITE-COMPLAINT-LINE
           END-IF.

       WRITE-DUE-SOON.
           *> final responses falling due in the coming week
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FINAL RESPONSE DUE IN THE NEXT 7 DAYS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT complaint_id || ';' || customer_id || ';' || "
                  "category || ';' || branch_code, "
                  "received_date::text || ' ' || ack_due_date::text "
                  "|| ' ' || final_due_date::text, '' "
                  "FROM complaints WHERE status = 'OPEN' AND "
                  "final_due_date BETWEEN DATE '" WS-SQL-DATE
                  "' AND DATE '" WS-SQL-DATE
                  "' + 7 ORDER BY final_due_date, complaint_id"
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
               PERFORM WRITE-ONE-DUE-SOON UNTIL RC NOT = 0
           END-IF
           IF WS-DUE-SOON-COUNT = 0
               MOVE "  None." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-DUE-SOON.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-DUE-SOON-COUNT
               PERFORM SPLIT-COMPLAINT-ROW
               PERFORM WRITE-COMPLAINT-LINE
           END-IF.

       WRITE-WEEK-CLOSURES.
           *> final responses issued in the seven days to today, and
           *> how many of them went out after the due date
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT format('Closed this week: %s   of which "
                  "late: %s   goodwill paid: %s', count(*), "
                  "count(*) FILTER (WHERE final_response_date > "
                  "final_due_date), "
                  "COALESCE(sum(goodwill_amount),0)) "
                  "FROM complaints WHERE status = 'CLOSED' AND "
                  "final_response_date > DATE '" WS-SQL-DATE
                  "' - 7 AND final_response_date <= DATE '"
                  WS-SQL-DATE "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF RC = 0
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       SPLIT-COMPLAINT-ROW.
           MOVE SPACES TO WS-ROW-FIELDS, WS-ROW-ID, WS-ROW-CUSTOMER,
               WS-ROW-CATEGORY, WS-ROW-BRANCH
           MOVE FUNCTION TRIM(C1) TO WS-ROW-FIELDS
           UNSTRING WS-ROW-FIELDS DELIMITED BY ";"
               INTO WS-ROW-ID, WS-ROW-CUSTOMER, WS-ROW-CATEGORY,
                    WS-ROW-BRANCH
           END-UNSTRING.

       WRITE-COMPLAINT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-ROW-ID " " WS-ROW-CUSTOMER " "
                  WS-ROW-CATEGORY " " WS-ROW-BRANCH " "
                  C2(1:32) " " FUNCTION TRIM(C3)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
