IDENTIFICATION DIVISION.
       PROGRAM-ID. aml-mlro-report.
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
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "aml-mlro-report".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-MONTH-START       PIC X(10).
       01  WS-REPORT-FILENAME   PIC X(80).

       *> the MLRO's month: cases opened and closed, how long they
       *> took to close by disposition, where the hits came from,
       *> and what is still open or escalated at month end
       01  WS-DETAIL            PIC X(256).
       01  WS-DET-OPENED        PIC X(10).
       01  WS-DET-CLOSED        PIC X(10).
       01  WS-DET-OPEN-NOW      PIC X(10).
       01  WS-DET-ESCALATED     PIC X(10).
       01  WS-DET-AVG           PIC X(10).
       01  WS-DET-MAX           PIC X(10).
       01  WS-DET-CASES         PIC X(10).
       01  WS-LINES-WRITTEN     PIC 9(5).

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
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2)
                  "-01"
               DELIMITED BY SIZE INTO WS-MONTH-START
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/aml_mlro_report_" WS-BUSINESS-DATE(1:6)
                  ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "AML CASE VOLUME AND TIME-TO-CLOSE - MONTH "
                  WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-MONTH-VOLUMES
           PERFORM WRITE-CLOSURE-TIMES
           PERFORM WRITE-HIT-SOURCES
           PERFORM WRITE-VOLUME-TREND

           CLOSE REPORT-FILE
           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "MLRO case report written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   FUNCTION TRIM(WS-DET-OPENED) " opened, "
                   FUNCTION TRIM(WS-DET-CLOSED) " closed."
           GOBACK.

       WRITE-MONTH-VOLUMES.
           MOVE SPACES TO WS-DET-OPENED, WS-DET-CLOSED,
               WS-DET-OPEN-NOW, WS-DET-ESCALATED
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FILTER (WHERE opened_date >= m) "
                  "|| ';' || COUNT(*) FILTER (WHERE closed_date >= m)"
                  " || ';' || COUNT(*) FILTER (WHERE status IN "
                  "('OPEN','ESCALATED')) || ';' || COUNT(*) FILTER "
                  "(WHERE status = 'ESCALATED') FROM aml_cases, "
                  "(SELECT DATE '"
                  WS-MONTH-START
                  "' AS m) p"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-OPENED, WS-DET-CLOSED, WS-DET-OPEN-NOW,
                    WS-DET-ESCALATED
           END-UNSTRING
           MOVE SPACES TO REPORT-LINE
           STRING "Cases opened this month:      "
                  FUNCTION TRIM(WS-DET-OPENED)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Cases closed this month:      "
                  FUNCTION TRIM(WS-DET-CLOSED)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Open at month end:            "
                  FUNCTION TRIM(WS-DET-OPEN-NOW)
                  "  (of which escalated past deadline: "
                  FUNCTION TRIM(WS-DET-ESCALATED) ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CLOSURE-TIMES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TIME TO CLOSE (days) BY DISPOSITION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  disposition        cases   average   longest"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINES-WRITTEN
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(disposition,'(none)'), COUNT(*), "
                  "ROUND(AVG(closed_date - opened_date),1) || ';' || "
                  "MAX(closed_date - opened_date) FROM aml_cases "
                  "WHERE closed_date >= DATE '"
                  WS-MONTH-START
                  "' GROUP BY ROLLUP(disposition) "
                  "ORDER BY disposition NULLS LAST"
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
               PERFORM WRITE-ONE-CLOSURE-LINE UNTIL RC NOT = 0
           END-IF
           IF WS-LINES-WRITTEN = 0
               MOVE "  No cases closed this month." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-CLOSURE-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO WS-DET-AVG, WS-DET-MAX
           UNSTRING C3 DELIMITED BY ";"
               INTO WS-DET-AVG, WS-DET-MAX
           END-UNSTRING
           *> the rollup row carries the month's overall figures
           IF FUNCTION TRIM(C1) = "(none)"
               MOVE "ALL DISPOSITIONS" TO C1
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " C1(1:18) " "
                  FUNCTION TRIM(C2) "   "
                  FUNCTION TRIM(WS-DET-AVG) "   "
                  FUNCTION TRIM(WS-DET-MAX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-HIT-SOURCES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HITS FILED THIS MONTH BY SURVEILLANCE PROGRAM"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  program                          hits   cases"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINES-WRITTEN
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT source, COUNT(*), COUNT(DISTINCT case_id) "
                  "FROM aml_case_evidence WHERE logged_at >= DATE '"
                  WS-MONTH-START
                  "' GROUP BY source ORDER BY 2 DESC"
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
               PERFORM WRITE-ONE-SOURCE-LINE UNTIL RC NOT = 0
           END-IF
           IF WS-LINES-WRITTEN = 0
               MOVE "  No hits filed this month." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-SOURCE-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO REPORT-LINE
           STRING "  " C1(1:30) "   "
                  FUNCTION TRIM(C2) "   "
                  FUNCTION TRIM(C3)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-VOLUME-TREND.
           *> six months of intake against closures, to show whether
           *> the team is keeping up
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SIX-MONTH CASE VOLUME" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  month     opened   since closed" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT to_char(opened_date,'YYYY-MM'), COUNT(*), "
                  "COUNT(closed_date) FROM aml_cases "
                  "WHERE opened_date >= DATE '"
                  WS-MONTH-START
                  "' - INTERVAL '5 months' GROUP BY 1 ORDER BY 1"
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
               PERFORM WRITE-ONE-TREND-LINE UNTIL RC NOT = 0
           END-IF.

       WRITE-ONE-TREND-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  " FUNCTION TRIM(C1) "   "
                      FUNCTION TRIM(C2) "   "
                      FUNCTION TRIM(C3)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
