IDENTIFICATION DIVISION.
       PROGRAM-ID. legal-hold-inventory.
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
           VALUE "legal-hold-inventory".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).

       *> every hold still in force, what it covers and who stands
       *> behind it; the same by matter; and the holds released in
       *> the last ninety days with both names on the release
       01  WS-HOLD-JOIN         PIC X(160).
       01  WS-LINES-WRITTEN     PIC 9(5).
       01  WS-IN-FORCE-COUNT    PIC 9(5) VALUE 0.

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
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/legal_hold_inventory_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           MOVE SPACES TO WS-HOLD-JOIN
           STRING "h.hold_key = CASE h.hold_scope WHEN 'CUSTOMER' "
                  "THEN a.customer_id::text ELSE a.account_id::text "
                  "END"
               DELIMITED BY SIZE INTO WS-HOLD-JOIN
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "LEGAL-HOLD INVENTORY - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-HOLDS-IN-FORCE
           PERFORM WRITE-MATTER-SUMMARY
           PERFORM WRITE-RECENT-RELEASES

           CLOSE REPORT-FILE
           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Legal-hold inventory written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   WS-IN-FORCE-COUNT " hold(s) in force."
           GOBACK.

       WRITE-HOLDS-IN-FORCE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HOLDS IN FORCE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  hold  scope key  status / matter  authoriser  placed"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT h.hold_id || '  ' || h.hold_scope || ' ' || "
                  "h.hold_key || '  ' || h.status || COALESCE(' by ' "
                  "|| h.release_requested_by,''), h.matter_ref || "
                  "'  auth ' || h.authorized_by || '  placed ' || "
                  "h.placed_date || ' by ' || h.placed_by, (SELECT "
                  "COUNT(*) FROM accounts a WHERE "
                  FUNCTION TRIM(WS-HOLD-JOIN)
                  ") FROM legal_holds h WHERE h.status <> 'RELEASED' "
                  "ORDER BY h.hold_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM OPEN-SECTION-QUERY
           IF STMT NOT = NULL-PTR
               PERFORM WRITE-ONE-HOLD UNTIL RC NOT = 0
           END-IF
           MOVE WS-LINES-WRITTEN TO WS-IN-FORCE-COUNT
           IF WS-IN-FORCE-COUNT = 0
               MOVE "  No legal hold is in force." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-HOLD.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-LINES-WRITTEN
               MOVE SPACES TO REPORT-LINE
               STRING "  " FUNCTION TRIM(C1)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "      " FUNCTION TRIM(C2) "  - "
                      FUNCTION TRIM(C3) " account(s)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-MATTER-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY MATTER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  matter  holds  accounts covered" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT h.matter_ref, COUNT(DISTINCT h.hold_id), "
                  "COUNT(DISTINCT a.account_id) FROM legal_holds h "
                  "LEFT JOIN accounts a ON "
                  FUNCTION TRIM(WS-HOLD-JOIN)
                  " WHERE h.status <> 'RELEASED' "
                  "GROUP BY h.matter_ref ORDER BY h.matter_ref"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM OPEN-SECTION-QUERY
           IF STMT NOT = NULL-PTR
               PERFORM WRITE-ONE-ROW UNTIL RC NOT = 0
           END-IF.

       WRITE-RECENT-RELEASES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RELEASED IN THE LAST 90 DAYS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  hold  scope key  matter  requested by  approved by"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT hold_id || '  ' || hold_scope || ' ' || "
                  "hold_key, matter_ref, "
                  "COALESCE(release_requested_by,'') || '  ' || "
                  "COALESCE(released_by,'') || '  ' || "
                  "COALESCE(released_date::text,'') "
                  "FROM legal_holds WHERE status = 'RELEASED' "
                  "AND released_date >= CURRENT_DATE - 90 "
                  "ORDER BY released_date, hold_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM OPEN-SECTION-QUERY
           IF STMT NOT = NULL-PTR
               PERFORM WRITE-ONE-ROW UNTIL RC NOT = 0
           END-IF
           IF WS-LINES-WRITTEN = 0
               MOVE "  None." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       OPEN-SECTION-QUERY.
           MOVE 0 TO WS-LINES-WRITTEN
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-ONE-ROW.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-LINES-WRITTEN
               MOVE SPACES TO REPORT-LINE
               STRING "  " FUNCTION TRIM(C1) "  "
                      FUNCTION TRIM(C2) "  "
                      FUNCTION TRIM(C3)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
