IDENTIFICATION DIVISION.
       PROGRAM-ID. aml-case-desk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-AUDIT-FILE
               ASSIGN TO "build/aml_case_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-AUDIT-FILE.
       01  CASE-AUDIT-RECORD    PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "aml-case-desk".
       01  CASE-AUDIT-STATUS    PIC XX.

       *> The AML case register: one case per customer gathers every
       *> surveillance hit. A case is assigned to an investigator,
       *> and only that investigator disposes of it - closed with no
       *> action, kept under monitoring, or SAR filed.
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY    OCCURS 200 TIMES.
               10  WS-CASE-ID       PIC X(10).
               10  WS-CASE-CUSTOMER PIC X(20).
               10  WS-CASE-STATUS   PIC X(10).
               10  WS-CASE-INVEST   PIC X(20).
               10  WS-CASE-DUE      PIC X(10).
               10  WS-CASE-EVIDENCE PIC X(5).
               10  WS-CASE-NAME     PIC X(50).
       01  WS-CASE-USED         PIC 9(3) VALUE 0.
       01  WS-CASE-IX           PIC 9(3).
       01  WS-KEY-FIELDS        PIC X(64).
       01  WS-OPERATOR-REPLY    PIC X(20).
       01  WS-INVESTIGATOR      PIC X(20).
       01  WS-SAR-REF           PIC X(30).
       01  WS-DISPOSITION       PIC X(20).
       01  WS-AUDIT-ACTION      PIC X(20).
       01  WS-AUDIT-DETAIL      PIC X(60).
       01  WS-ASSIGNED-COUNT    PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT      PIC 9(5) VALUE 0.
       01  WS-CURRENT-TIMESTAMP PIC X(21).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "aml-case-desk".
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

           DISPLAY "=== AML CASE REGISTER (operator "
                   FUNCTION TRIM(WS-OPERATOR-ID) ") ==="
           PERFORM COLLECT-OPEN-CASES
           IF WS-CASE-USED = 0
               DISPLAY "No open AML cases."
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF

           PERFORM WORK-ONE-CASE
               VARYING WS-CASE-IX FROM 1 BY 1
               UNTIL WS-CASE-IX > WS-CASE-USED

           DISPLAY "Session complete: " WS-ASSIGNED-COUNT
                   " assigned, " WS-CLOSED-COUNT " disposed."
           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       COLLECT-OPEN-CASES.
           *> escalated cases first, then the nearest deadline
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT k.case_id || ';' || k.customer_id || ';' "
                  "|| k.status, COALESCE(k.investigator,'') || ';' "
                  "|| k.due_date || ';' || k.evidence_count, "
                  "COALESCE(c.name,'') FROM aml_cases k "
                  "LEFT JOIN customers c "
                  "ON c.customer_id::text = k.customer_id::text "
                  "WHERE k.status IN ('OPEN','ESCALATED') "
                  "ORDER BY k.status DESC, k.due_date, k.case_id"
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
               PERFORM BUFFER-OPEN-CASE UNTIL RC NOT = 0
           END-IF.

       BUFFER-OPEN-CASE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-CASE-USED < 200
               ADD 1 TO WS-CASE-USED
               MOVE SPACES TO WS-KEY-FIELDS
               MOVE FUNCTION TRIM(C1) TO WS-KEY-FIELDS
               UNSTRING WS-KEY-FIELDS DELIMITED BY ";"
                   INTO WS-CASE-ID(WS-CASE-USED),
                        WS-CASE-CUSTOMER(WS-CASE-USED),
                        WS-CASE-STATUS(WS-CASE-USED)
               END-UNSTRING
               MOVE SPACES TO WS-KEY-FIELDS
               MOVE FUNCTION TRIM(C2) TO WS-KEY-FIELDS
               UNSTRING WS-KEY-FIELDS DELIMITED BY ";"
                   INTO WS-CASE-INVEST(WS-CASE-USED),
                        WS-CASE-DUE(WS-CASE-USED),
                        WS-CASE-EVIDENCE(WS-CASE-USED)
               END-UNSTRING
               MOVE C3(1:50) TO WS-CASE-NAME(WS-CASE-USED)
           END-IF.

       WORK-ONE-CASE.
           DISPLAY " "
           DISPLAY "Case " FUNCTION TRIM(WS-CASE-ID(WS-CASE-IX))
                   " [" FUNCTION TRIM(WS-CASE-STATUS(WS-CASE-IX))
                   "] customer "
                   FUNCTION TRIM(WS-CASE-CUSTOMER(WS-CASE-IX)) " "
                   FUNCTION TRIM(WS-CASE-NAME(WS-CASE-IX))
                   ", due " FUNCTION TRIM(WS-CASE-DUE(WS-CASE-IX))
           IF WS-CASE-INVEST(WS-CASE-IX) = SPACES
               DISPLAY "  not yet assigned"
           ELSE
               DISPLAY "  investigator "
                       FUNCTION TRIM(WS-CASE-INVEST(WS-CASE-IX))
           END-IF
           DISPLAY "  " FUNCTION TRIM(WS-CASE-EVIDENCE(WS-CASE-IX))
                   " evidence line(s):"
           PERFORM LIST-CASE-EVIDENCE

           DISPLAY "ASSIGN, CLOSE, MONITOR, SAR, or SKIP: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-REPLY
           ACCEPT WS-OPERATOR-REPLY

           EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-OPERATOR-REPLY))
               WHEN "ASSIGN"
                   PERFORM ASSIGN-CASE
               WHEN "CLOSE"
                   MOVE "CLOSED-NO-ACTION" TO WS-DISPOSITION
                   PERFORM DISPOSE-CASE
               WHEN "MONITOR"
                   MOVE "MONITORED" TO WS-DISPOSITION
                   PERFORM DISPOSE-CASE
               WHEN "SAR"
                   MOVE "SAR-FILED" TO WS-DISPOSITION
                   PERFORM DISPOSE-CASE
               WHEN OTHER
                   DISPLAY "  Left as it stands."
           END-EVALUATE.

       LIST-CASE-EVIDENCE.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT to_char(logged_at,'YYYY-MM-DD'), source, "
                  "detail FROM aml_case_evidence WHERE case_id = "
                  FUNCTION TRIM(WS-CASE-ID(WS-CASE-IX))
                  " ORDER BY logged_at"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT NOT = NULL-PTR
               PERFORM SHOW-ONE-EVIDENCE UNTIL RC NOT = 0
           END-IF.

       SHOW-ONE-EVIDENCE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               DISPLAY "    " FUNCTION TRIM(C1) " "
                       FUNCTION TRIM(C2) ": " FUNCTION TRIM(C3)
           END-IF.

       ASSIGN-CASE.
           DISPLAY "  Investigator: " WITH NO ADVANCING
           MOVE SPACES TO WS-INVESTIGATOR
           ACCEPT WS-INVESTIGATOR
           IF WS-INVESTIGATOR = SPACES
               DISPLAY "  No investigator given - left unassigned."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "UPDATE aml_cases SET investigator = ?, "
                  "assigned_date = CURRENT_DATE WHERE case_id = "
                  FUNCTION TRIM(WS-CASE-ID(WS-CASE-IX))
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-INVESTIGATOR) TO SQL-PARAM(1)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC = 0
               ADD 1 TO WS-ASSIGNED-COUNT
               MOVE WS-INVESTIGATOR TO WS-CASE-INVEST(WS-CASE-IX)
               MOVE "ASSIGNED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "to " FUNCTION TRIM(WS-INVESTIGATOR)
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM WRITE-CASE-AUDIT
               DISPLAY "  Assigned to "
                       FUNCTION TRIM(WS-INVESTIGATOR) "."
           END-IF.

       DISPOSE-CASE.
           *> a case is closed by the investigator who worked it
           IF WS-CASE-INVEST(WS-CASE-IX) = SPACES
               DISPLAY "  Assign an investigator before disposing "
                       "of the case."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CASE-INVEST(WS-CASE-IX)) NOT =
                   FUNCTION TRIM(WS-OPERATOR-ID)
               DISPLAY "  Only the assigned investigator "
                       FUNCTION TRIM(WS-CASE-INVEST(WS-CASE-IX))
                       " may dispose of this case."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SAR-REF
           IF WS-DISPOSITION = "SAR-FILED"
               DISPLAY "  SAR reference: " WITH NO ADVANCING
               ACCEPT WS-SAR-REF
               IF WS-SAR-REF = SPACES
                   DISPLAY "  A filed SAR needs its reference - "
                           "case left open."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "UPDATE aml_cases SET status = 'CLOSED', "
                  "disposition = '"
                  FUNCTION TRIM(WS-DISPOSITION)
                  "', sar_ref = NULLIF(?,''), closed_by = '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', closed_date = CURRENT_DATE WHERE case_id = "
                  FUNCTION TRIM(WS-CASE-ID(WS-CASE-IX))
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-SAR-REF) TO SQL-PARAM(1)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC = 0
               ADD 1 TO WS-CLOSED-COUNT
               MOVE WS-DISPOSITION TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               IF WS-SAR-REF NOT = SPACES
                   STRING "SAR " FUNCTION TRIM(WS-SAR-REF)
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-IF
               PERFORM WRITE-CASE-AUDIT
               DISPLAY "  Case closed as "
                       FUNCTION TRIM(WS-DISPOSITION) "."
           END-IF.

       WRITE-CASE-AUDIT.
           OPEN INPUT CASE-AUDIT-FILE
           IF CASE-AUDIT-STATUS = "35" THEN
               OPEN OUTPUT CASE-AUDIT-FILE
               CLOSE CASE-AUDIT-FILE
           ELSE
               CLOSE CASE-AUDIT-FILE
           END-IF
           OPEN EXTEND CASE-AUDIT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO CASE-AUDIT-RECORD
           STRING "[" WS-CURRENT-TIMESTAMP(1:8) " "
                  WS-CURRENT-TIMESTAMP(9:6) "] ["
                  FUNCTION TRIM(WS-AUDIT-ACTION) "] case "
                  FUNCTION TRIM(WS-CASE-ID(WS-CASE-IX))
                  " customer "
                  FUNCTION TRIM(WS-CASE-CUSTOMER(WS-CASE-IX))
                  " by "
                  FUNCTION TRIM(WS-OPERATOR-ID) " "
                  FUNCTION TRIM(WS-AUDIT-DETAIL)
               DELIMITED BY SIZE INTO CASE-AUDIT-RECORD
           WRITE CASE-AUDIT-RECORD
           CLOSE CASE-AUDIT-FILE.
