IDENTIFICATION DIVISION.
       PROGRAM-ID. legal-hold-desk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-AUDIT-FILE
               ASSIGN TO "audit/legal_hold_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-AUDIT-FILE.
       01  HOLD-AUDIT-RECORD    PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "legal-hold-desk".
       01  HOLD-AUDIT-STATUS    PIC XX.

       *> The legal-hold register. A hold names an account or a
       *> customer (every account the customer owns), the matter it
       *> was raised for and who authorised it. While a hold stands,
       *> txlog-archival, closed-account-purge and output-housekeeping
       *> leave the held records alone. A release is requested by one
       *> operator and takes effect only when a different operator
       *> approves it; until then the hold stays in force.
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY    OCCURS 200 TIMES.
               10  WS-PEND-ID       PIC X(10).
               10  WS-PEND-SCOPE    PIC X(10).
               10  WS-PEND-KEY      PIC X(20).
               10  WS-PEND-MATTER   PIC X(40).
               10  WS-PEND-ASKER    PIC X(20).
       01  WS-PEND-USED         PIC 9(3) VALUE 0.
       01  WS-PEND-IX           PIC 9(3).
       01  WS-KEY-FIELDS        PIC X(64).
       01  WS-OPERATOR-REPLY    PIC X(20).
       01  WS-DESK-DONE         PIC X VALUE 'N'.

       01  WS-HOLD-ID           PIC X(10).
       01  WS-HOLD-SCOPE        PIC X(10).
       01  WS-HOLD-KEY          PIC X(20).
       01  WS-MATTER-REF        PIC X(40).
       01  WS-AUTHORIZER        PIC X(40).
       01  WS-QUOTE-COUNT       PIC 9(3).
       01  WS-FOUND-COUNT       PIC X(20).

       01  WS-AUDIT-ACTION      PIC X(20).
       01  WS-AUDIT-DETAIL      PIC X(120).
       01  WS-PLACED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REQUESTED-COUNT   PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
       01  WS-CURRENT-TIMESTAMP PIC X(21).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "legal-hold-desk".
           05  WS-ENT-RESULT    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL STATIC "GET-OPERATOR-ID" USING WS-ENT-OPERATOR
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ENT-KIND, WS-ENT-OPERATOR, WS-ENT-OBJECT,
                     WS-ENT-RESULT
           IF WS-ENT-RESULT NOT = "Y"
               DISPLAY "ABORT: operator "
                       FUNCTION TRIM(WS-ENT-OPERATOR)
                       " is not entitled to run "
                       FUNCTION TRIM(WS-ENT-OBJECT)
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           CALL STATIC "GET-OPERATOR-ID" USING WS-OPERATOR-ID

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

           DISPLAY "=== LEGAL-HOLD REGISTER (operator "
                   FUNCTION TRIM(WS-OPERATOR-ID) ") ==="

           *> releases awaiting a second approver come first
           PERFORM COLLECT-PENDING-RELEASES
           IF WS-PEND-USED > 0
               PERFORM DECIDE-ONE-RELEASE
                   VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-USED
           END-IF

           PERFORM TAKE-ONE-REQUEST UNTIL WS-DESK-DONE = 'Y'

           DISPLAY "Session complete: " WS-PLACED-COUNT
                   " placed, " WS-REQUESTED-COUNT
                   " release(s) requested, " WS-RELEASED-COUNT
                   " released."
           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       COLLECT-PENDING-RELEASES.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT hold_id || ';' || hold_scope || ';' || "
                  "hold_key, matter_ref, "
                  "COALESCE(release_requested_by,'') "
                  "FROM legal_holds WHERE status = 'RELEASE-PENDING' "
                  "ORDER BY hold_id"
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
               PERFORM BUFFER-PENDING-RELEASE UNTIL RC NOT = 0
           END-IF.

       BUFFER-PENDING-RELEASE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-PEND-USED < 200
               ADD 1 TO WS-PEND-USED
               MOVE SPACES TO WS-KEY-FIELDS
               MOVE FUNCTION TRIM(C1) TO WS-KEY-FIELDS
               UNSTRING WS-KEY-FIELDS DELIMITED BY ";"
                   INTO WS-PEND-ID(WS-PEND-USED),
                        WS-PEND-SCOPE(WS-PEND-USED),
                        WS-PEND-KEY(WS-PEND-USED)
               END-UNSTRING
               MOVE C2(1:40) TO WS-PEND-MATTER(WS-PEND-USED)
               MOVE C3(1:20) TO WS-PEND-ASKER(WS-PEND-USED)
           END-IF.

       DECIDE-ONE-RELEASE.
           DISPLAY " "
           DISPLAY "Hold " FUNCTION TRIM(WS-PEND-ID(WS-PEND-IX))
                   " on " FUNCTION TRIM(WS-PEND-SCOPE(WS-PEND-IX))
                   " " FUNCTION TRIM(WS-PEND-KEY(WS-PEND-IX))
                   ", matter "
                   FUNCTION TRIM(WS-PEND-MATTER(WS-PEND-IX))
           DISPLAY "  release requested by "
                   FUNCTION TRIM(WS-PEND-ASKER(WS-PEND-IX))

           *> Four eyes: the approver may never be the requester.
           IF FUNCTION TRIM(WS-PEND-ASKER(WS-PEND-IX)) =
                   FUNCTION TRIM(WS-OPERATOR-ID)
               DISPLAY "  You requested this release - a different "
                       "operator must approve it. Skipped."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "APPROVE, DECLINE, or SKIP: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-REPLY
           ACCEPT WS-OPERATOR-REPLY

           MOVE WS-PEND-ID(WS-PEND-IX) TO WS-HOLD-ID
           MOVE WS-PEND-SCOPE(WS-PEND-IX) TO WS-HOLD-SCOPE
           MOVE WS-PEND-KEY(WS-PEND-IX) TO WS-HOLD-KEY
           MOVE WS-PEND-MATTER(WS-PEND-IX) TO WS-MATTER-REF
           EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-OPERATOR-REPLY))
               WHEN "APPROVE"
                   MOVE SPACES TO SQL-COMMAND
                   STRING "UPDATE legal_holds SET status = "
                          "'RELEASED', released_by = '"
                          FUNCTION TRIM(WS-OPERATOR-ID)
                          "', released_date = CURRENT_DATE "
                          "WHERE status = 'RELEASE-PENDING' "
                          "AND hold_id = "
                          FUNCTION TRIM(WS-HOLD-ID)
                       DELIMITED BY SIZE INTO SQL-COMMAND
                   PERFORM RUN-HOLD-UPDATE
                   IF STMT NOT = NULL-PTR
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE "RELEASED" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "requested by "
                              FUNCTION TRIM(WS-PEND-ASKER(WS-PEND-IX))
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                       PERFORM WRITE-HOLD-AUDIT
                       DISPLAY "  Hold released."
                   END-IF
               WHEN "DECLINE"
                   MOVE SPACES TO SQL-COMMAND
                   STRING "UPDATE legal_holds SET status = 'ACTIVE', "
                          "release_requested_by = NULL "
                          "WHERE status = 'RELEASE-PENDING' "
                          "AND hold_id = "
                          FUNCTION TRIM(WS-HOLD-ID)
                       DELIMITED BY SIZE INTO SQL-COMMAND
                   PERFORM RUN-HOLD-UPDATE
                   IF STMT NOT = NULL-PTR
                       MOVE "RELEASE-DECLINED" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "requested by "
                              FUNCTION TRIM(WS-PEND-ASKER(WS-PEND-IX))
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                       PERFORM WRITE-HOLD-AUDIT
                       DISPLAY "  Release declined - hold stays "
                               "active."
                   END-IF
               WHEN OTHER
                   DISPLAY "  Left pending."
           END-EVALUATE.

       TAKE-ONE-REQUEST.
           DISPLAY " "
           DISPLAY "PLACE, RELEASE, or END: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-REPLY
           ACCEPT WS-OPERATOR-REPLY
           EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-OPERATOR-REPLY))
               WHEN "PLACE"
                   PERFORM PLACE-HOLD
               WHEN "RELEASE"
                   PERFORM REQUEST-RELEASE
               WHEN OTHER
                   MOVE 'Y' TO WS-DESK-DONE
           END-EVALUATE.

       PLACE-HOLD.
           DISPLAY "  ACCOUNT or CUSTOMER: " WITH NO ADVANCING
           MOVE SPACES TO WS-HOLD-SCOPE
           ACCEPT WS-HOLD-SCOPE
           MOVE FUNCTION UPPER-CASE(WS-HOLD-SCOPE) TO WS-HOLD-SCOPE
           IF WS-HOLD-SCOPE NOT = "ACCOUNT"
              AND WS-HOLD-SCOPE NOT = "CUSTOMER"
               DISPLAY "  A hold is on an ACCOUNT or a CUSTOMER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " FUNCTION TRIM(WS-HOLD-SCOPE) " id: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-HOLD-KEY
           ACCEPT WS-HOLD-KEY
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-HOLD-KEY TALLYING WS-QUOTE-COUNT FOR ALL "'"
           IF WS-HOLD-KEY = SPACES OR WS-QUOTE-COUNT > 0
               DISPLAY "  Not a valid id - no hold placed."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           IF WS-HOLD-SCOPE = "ACCOUNT"
               STRING "SELECT COUNT(*) FROM accounts WHERE "
                      "account_id::text = '"
                      FUNCTION TRIM(WS-HOLD-KEY) "'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "SELECT COUNT(*) FROM customers WHERE "
                      "customer_id::text = '"
                      FUNCTION TRIM(WS-HOLD-KEY) "'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-FOUND-COUNT
           IF RC NOT = 0 OR WS-FOUND-COUNT = SPACES
              OR WS-FOUND-COUNT = "0"
               DISPLAY "  No such " FUNCTION TRIM(WS-HOLD-SCOPE)
                       " - no hold placed."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  Matter reference: " WITH NO ADVANCING
           MOVE SPACES TO WS-MATTER-REF
           ACCEPT WS-MATTER-REF
           DISPLAY "  Authorised by: " WITH NO ADVANCING
           MOVE SPACES TO WS-AUTHORIZER
           ACCEPT WS-AUTHORIZER
           IF WS-MATTER-REF = SPACES OR WS-AUTHORIZER = SPACES
               DISPLAY "  A hold needs its matter and its "
                       "authoriser - no hold placed."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO legal_holds (hold_scope, hold_key, "
                  "matter_ref, authorized_by, placed_by, "
                  "placed_date, status) VALUES ('"
                  FUNCTION TRIM(WS-HOLD-SCOPE) "', '"
                  FUNCTION TRIM(WS-HOLD-KEY) "', ?, ?, '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', CURRENT_DATE, 'ACTIVE')"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 2 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-MATTER-REF) TO SQL-PARAM(1)
           MOVE FUNCTION TRIM(WS-AUTHORIZER) TO SQL-PARAM(2)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC = 0
               ADD 1 TO WS-PLACED-COUNT
               MOVE SPACES TO WS-HOLD-ID
               MOVE "PLACED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "authorised by " FUNCTION TRIM(WS-AUTHORIZER)
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM WRITE-HOLD-AUDIT
               DISPLAY "  Hold placed on "
                       FUNCTION TRIM(WS-HOLD-SCOPE) " "
                       FUNCTION TRIM(WS-HOLD-KEY) "."
           END-IF.

       REQUEST-RELEASE.
           DISPLAY "  Hold id: " WITH NO ADVANCING
           MOVE SPACES TO WS-HOLD-ID
           ACCEPT WS-HOLD-ID
           IF WS-HOLD-ID = SPACES
              OR FUNCTION TRIM(WS-HOLD-ID) IS NOT NUMERIC
               DISPLAY "  Not a hold id."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT hold_scope || ';' || hold_key || ';' || "
                  "matter_ref FROM legal_holds WHERE status = "
                  "'ACTIVE' AND hold_id = "
                  FUNCTION TRIM(WS-HOLD-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR SINGLE-RESULT-BUFFER = SPACES
               DISPLAY "  No active hold " FUNCTION TRIM(WS-HOLD-ID)
                       "."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HOLD-SCOPE, WS-HOLD-KEY, WS-MATTER-REF
           UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ";"
               INTO WS-HOLD-SCOPE, WS-HOLD-KEY, WS-MATTER-REF
           END-UNSTRING

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE legal_holds SET status = 'RELEASE-PENDING'"
                  ", release_requested_by = '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "' WHERE status = 'ACTIVE' AND hold_id = "
                  FUNCTION TRIM(WS-HOLD-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-HOLD-UPDATE
           IF STMT NOT = NULL-PTR
               ADD 1 TO WS-REQUESTED-COUNT
               MOVE "RELEASE-REQUESTED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               PERFORM WRITE-HOLD-AUDIT
               DISPLAY "  Release requested - the hold stays in "
                       "force until a second operator approves it."
           END-IF.

       RUN-HOLD-UPDATE.
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-HOLD-AUDIT.
           OPEN INPUT HOLD-AUDIT-FILE
           IF HOLD-AUDIT-STATUS = "35" THEN
               OPEN OUTPUT HOLD-AUDIT-FILE
               CLOSE HOLD-AUDIT-FILE
           ELSE
               CLOSE HOLD-AUDIT-FILE
           END-IF
           OPEN EXTEND HOLD-AUDIT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO HOLD-AUDIT-RECORD
           STRING "[" WS-CURRENT-TIMESTAMP(1:8) " "
                  WS-CURRENT-TIMESTAMP(9:6) "] ["
                  FUNCTION TRIM(WS-AUDIT-ACTION) "] hold "
                  FUNCTION TRIM(WS-HOLD-ID) " "
                  FUNCTION TRIM(WS-HOLD-SCOPE) " "
                  FUNCTION TRIM(WS-HOLD-KEY) " matter "
                  FUNCTION TRIM(WS-MATTER-REF) " by "
                  FUNCTION TRIM(WS-OPERATOR-ID) " "
                  FUNCTION TRIM(WS-AUDIT-DETAIL)
               DELIMITED BY SIZE INTO HOLD-AUDIT-RECORD
           WRITE HOLD-AUDIT-RECORD
           CLOSE HOLD-AUDIT-FILE.
