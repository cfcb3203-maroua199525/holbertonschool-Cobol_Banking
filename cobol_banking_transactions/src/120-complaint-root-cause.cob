IDENTIFICATION DIVISION.
       PROGRAM-ID. complaint-root-cause.
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
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "complaint-root-cause".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).

       *> the quarter holding the business date: first day of its
       *> first month up to and including the business date
       01  WS-MONTH-NUM         PIC 99.
       01  WS-QUARTER-NUM       PIC 9.
       01  WS-QUARTER-MONTH     PIC 99.
       01  WS-QUARTER-START     PIC X(10).
       01  WS-QUARTER-END       PIC X(10).
       01  WS-QUARTER-LABEL     PIC X(7).

       01  WS-ROW-FIELDS        PIC X(80).
       01  WS-ROW-CATEGORY      PIC X(10).
       01  WS-ROW-BRANCH        PIC X(8).
       01  WS-ROW-CAUSE         PIC X(20).
       01  WS-LAST-CATEGORY     PIC X(10).
       01  WS-ROW-COUNT         PIC 9(5).
       01  WS-RECEIVED-COUNT    PIC 9(5) VALUE 0.
       01  WS-CAUSE-COUNT       PIC 9(5) VALUE 0.

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
           MOVE WS-BUSINESS-DATE(5:2) TO WS-MONTH-NUM
           COMPUTE WS-QUARTER-NUM = (WS-MONTH-NUM - 1) / 3 + 1
           COMPUTE WS-QUARTER-MONTH = (WS-QUARTER-NUM - 1) * 3 + 1
           MOVE SPACES TO WS-QUARTER-START, WS-QUARTER-END,
               WS-QUARTER-LABEL
           STRING WS-BUSINESS-DATE(1:4) "-" WS-QUARTER-MONTH "-01"
               DELIMITED BY SIZE INTO WS-QUARTER-START
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-QUARTER-END
           STRING WS-BUSINESS-DATE(1:4) "-Q" WS-QUARTER-NUM
               DELIMITED BY SIZE INTO WS-QUARTER-LABEL

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/complaint_root_cause_" WS-BUSINESS-DATE(1:4)
                  "Q" WS-QUARTER-NUM ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPLAINTS ROOT-CAUSE SUMMARY - " WS-QUARTER-LABEL
                  " (" WS-QUARTER-START " TO " WS-QUARTER-END ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-CATEGORY-BRANCH
           PERFORM WRITE-ROOT-CAUSES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Complaints received in the quarter: "
                  WS-RECEIVED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Complaint root-cause summary for "
                   WS-QUARTER-LABEL " written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   WS-RECEIVED-COUNT " complaint(s) received."

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       WRITE-CATEGORY-BRANCH.
           *> complaints received in the quarter, category by branch,
           *> with how the closed ones were decided and what they cost
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECEIVED BY CATEGORY AND BRANCH" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  CATEGORY   BRANCH   RECEIVED   OPEN UPHELD PARTIAL"
               TO REPORT-LINE
           MOVE " REJECTED  LATE      GOODWILL" TO REPORT-LINE(53:)
           WRITE REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT category || ';' || branch_code, "
                  "format('%6s %6s %7s %8s %5s %13s', "
                  "count(*) FILTER (WHERE status = 'OPEN'), "
                  "count(*) FILTER (WHERE outcome = 'UPHELD'), "
                  "count(*) FILTER (WHERE outcome = 'PARTIAL'), "
                  "count(*) FILTER (WHERE outcome = 'REJECTED'), "
                  "count(*) FILTER (WHERE COALESCE(final_response_date,"
                  " DATE '" WS-QUARTER-END "') > final_due_date), "
                  "COALESCE(sum(goodwill_amount),0)), count(*) "
                  "FROM complaints WHERE received_date BETWEEN DATE '"
                  WS-QUARTER-START "' AND DATE '" WS-QUARTER-END
                  "' GROUP BY category, branch_code ORDER BY 1"
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
               MOVE SPACES TO WS-LAST-CATEGORY
               PERFORM WRITE-ONE-CATEGORY-BRANCH UNTIL RC NOT = 0
           END-IF
           IF WS-RECEIVED-COUNT = 0
               MOVE "  No complaints received." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-CATEGORY-BRANCH.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW-FIELDS, WS-ROW-CATEGORY, WS-ROW-BRANCH
           MOVE FUNCTION TRIM(C1) TO WS-ROW-FIELDS
           UNSTRING WS-ROW-FIELDS DELIMITED BY ";"
               INTO WS-ROW-CATEGORY, WS-ROW-BRANCH
           END-UNSTRING
           COMPUTE WS-ROW-COUNT = FUNCTION NUMVAL(C3)
           ADD WS-ROW-COUNT TO WS-RECEIVED-COUNT
           *> the category is printed once, at the head of its branches
           IF WS-ROW-CATEGORY = WS-LAST-CATEGORY
               MOVE SPACES TO WS-ROW-CATEGORY
           ELSE
               MOVE WS-ROW-CATEGORY TO WS-LAST-CATEGORY
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-ROW-CATEGORY " " WS-ROW-BRANCH "    "
                  WS-ROW-COUNT " " C2(1:52)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ROOT-CAUSES.
           *> root causes recorded on the quarter's final responses,
           *> commonest first - what the business needs to fix
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ROOT CAUSES OF COMPLAINTS CLOSED IN THE QUARTER"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  ROOT CAUSE           CATEGORY   CLOSED UPHELD"
               TO REPORT-LINE
           MOVE "      GOODWILL" TO REPORT-LINE(48:)
           WRITE REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(root_cause,'UNSPECIFIED') || ';' || "
                  "category, format('%6s %6s %13s', count(*), "
                  "count(*) FILTER (WHERE outcome IN "
                  "('UPHELD','PARTIAL')), "
                  "to_char(COALESCE(sum(goodwill_amount),0),"
                  "'FM999,999,990.00')), '' "
                  "FROM complaints WHERE status = 'CLOSED' AND "
                  "final_response_date BETWEEN DATE '"
                  WS-QUARTER-START "' AND DATE '" WS-QUARTER-END
                  "' GROUP BY 1 ORDER BY count(*) DESC, 1"
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
               PERFORM WRITE-ONE-ROOT-CAUSE UNTIL RC NOT = 0
           END-IF
           IF WS-CAUSE-COUNT = 0
               MOVE "  No complaints closed." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-ROOT-CAUSE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-CAUSE-COUNT
               MOVE SPACES TO WS-ROW-FIELDS, WS-ROW-CAUSE,
                   WS-ROW-CATEGORY
               MOVE FUNCTION TRIM(C1) TO WS-ROW-FIELDS
               UNSTRING WS-ROW-FIELDS DELIMITED BY ";"
                   INTO WS-ROW-CAUSE, WS-ROW-CATEGORY
               END-UNSTRING
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-ROW-CAUSE " " WS-ROW-CATEGORY " "
                      C2(1:28)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
