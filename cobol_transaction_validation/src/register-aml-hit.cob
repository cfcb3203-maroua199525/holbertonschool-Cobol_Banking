IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-AML-HIT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  WS-RAH-SQL            PIC X(512).
       01  WS-RAH-BUFFER         PIC X(256).
       01  WS-RAH-RC             PIC S9(9) COMP-5.
       01  WS-RAH-STMT           USAGE POINTER.
       01  WS-RAH-CUSTOMER       PIC X(20).
       01  WS-RAH-DAYS           PIC 9(3) VALUE 30.
       01  WS-RAH-ENV-DAYS       PIC X(5).

       LINKAGE SECTION.
       01  RAH-DBH               USAGE POINTER.
       01  RAH-CUSTOMER-ID       PIC X(20).
       01  RAH-ACCOUNT-ID        PIC X(20).
       01  RAH-SOURCE            PIC X(30).
       01  RAH-EVIDENCE          PIC X(200).
       01  RAH-CASE-ID           PIC X(10).
       01  RAH-RESULT            PIC X.

       PROCEDURE DIVISION USING RAH-DBH, RAH-CUSTOMER-ID,
           RAH-ACCOUNT-ID, RAH-SOURCE, RAH-EVIDENCE, RAH-CASE-ID,
           RAH-RESULT.
       REGISTER-HIT-MAIN.
           *> Every surveillance program files its hits here, so
           *> compliance works one case per customer instead of
           *> merging lists. The customer's open case - OPEN or
           *> ESCALATED - gathers the evidence line; with none open a
           *> new case starts with its review deadline. 'N' new case,
           *> 'U' evidence filed to an open case, 'X' the hit names no
           *> customer we hold. Re-running a report files nothing
           *> twice.
           MOVE SPACES TO RAH-CASE-ID
           MOVE 'X' TO RAH-RESULT
           MOVE SPACES TO WS-RAH-ENV-DAYS
           ACCEPT WS-RAH-ENV-DAYS FROM ENVIRONMENT "AML_CASE_DAYS"
           IF WS-RAH-ENV-DAYS NOT = SPACES
               COMPUTE WS-RAH-DAYS = FUNCTION NUMVAL(WS-RAH-ENV-DAYS)
           END-IF

           MOVE SPACES TO WS-RAH-CUSTOMER
           IF RAH-CUSTOMER-ID NOT = SPACES
               MOVE FUNCTION TRIM(RAH-CUSTOMER-ID) TO WS-RAH-CUSTOMER
           ELSE
               IF RAH-ACCOUNT-ID = SPACES
                   GOBACK
               END-IF
               MOVE SPACES TO WS-RAH-SQL
               MOVE SPACES TO WS-RAH-BUFFER
               STRING "SELECT customer_id FROM accounts "
                      "WHERE account_id = '"
                      FUNCTION TRIM(RAH-ACCOUNT-ID)
                      "'"
                   DELIMITED BY SIZE INTO WS-RAH-SQL
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE RAH-DBH
                         BY REFERENCE WS-RAH-SQL
                         BY REFERENCE WS-RAH-BUFFER
                   RETURNING WS-RAH-RC
               IF WS-RAH-RC = 0
                   MOVE FUNCTION TRIM(WS-RAH-BUFFER)
                       TO WS-RAH-CUSTOMER
               END-IF
           END-IF
           IF WS-RAH-CUSTOMER = SPACES
               GOBACK
           END-IF

           MOVE SPACES TO WS-RAH-SQL
           MOVE SPACES TO WS-RAH-BUFFER
           STRING "SELECT case_id FROM aml_cases WHERE customer_id = '"
                  FUNCTION TRIM(WS-RAH-CUSTOMER)
                  "' AND status IN ('OPEN','ESCALATED') "
                  "ORDER BY case_id DESC LIMIT 1"
               DELIMITED BY SIZE INTO WS-RAH-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE RAH-DBH
                     BY REFERENCE WS-RAH-SQL
                     BY REFERENCE WS-RAH-BUFFER
               RETURNING WS-RAH-RC
           IF WS-RAH-RC = 0 AND FUNCTION TRIM(WS-RAH-BUFFER)
                   NOT = SPACES
               MOVE FUNCTION TRIM(WS-RAH-BUFFER) TO RAH-CASE-ID
               MOVE 'U' TO RAH-RESULT
           ELSE
               MOVE SPACES TO WS-RAH-SQL
               MOVE SPACES TO WS-RAH-BUFFER
               STRING "INSERT INTO aml_cases (customer_id, status, "
                      "opened_date, due_date, evidence_count, "
                      "last_hit_date) VALUES ('"
                      FUNCTION TRIM(WS-RAH-CUSTOMER)
                      "', 'OPEN', CURRENT_DATE, CURRENT_DATE + "
                      WS-RAH-DAYS
                      ", 0, CURRENT_DATE) RETURNING case_id"
                   DELIMITED BY SIZE INTO WS-RAH-SQL
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE RAH-DBH
                         BY REFERENCE WS-RAH-SQL
                         BY REFERENCE WS-RAH-BUFFER
                   RETURNING WS-RAH-RC
               IF WS-RAH-RC NOT = 0
                  OR FUNCTION TRIM(WS-RAH-BUFFER) = SPACES
                   CALL STATIC "LOG-DB-ERROR"
                       USING RAH-SOURCE, WS-RAH-SQL
                   MOVE 'X' TO RAH-RESULT
                   GOBACK
               END-IF
               MOVE FUNCTION TRIM(WS-RAH-BUFFER) TO RAH-CASE-ID
               MOVE 'N' TO RAH-RESULT
           END-IF

           *> the evidence text is the reporting program's own line,
           *> names and all, so it rides as a parameter
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO aml_case_evidence (case_id, source, "
                  "account_id, detail, logged_at) SELECT "
                  FUNCTION TRIM(RAH-CASE-ID)
                  ", '"
                  FUNCTION TRIM(RAH-SOURCE)
                  "', '"
                  FUNCTION TRIM(RAH-ACCOUNT-ID)
                  "', ?, CURRENT_TIMESTAMP WHERE NOT EXISTS "
                  "(SELECT 1 FROM aml_case_evidence WHERE case_id = "
                  FUNCTION TRIM(RAH-CASE-ID)
                  " AND source = '"
                  FUNCTION TRIM(RAH-SOURCE)
                  "' AND detail = ?)"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 2 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(RAH-EVIDENCE) TO SQL-PARAM(1)
           MOVE FUNCTION TRIM(RAH-EVIDENCE) TO SQL-PARAM(2)
           CALL STATIC "DB-EXEC-PARAMS"
               USING RAH-DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, RAH-SOURCE, SQL-PARAM-RC

           MOVE SPACES TO WS-RAH-SQL
           STRING "UPDATE aml_cases SET evidence_count = "
                  "(SELECT COUNT(*) FROM aml_case_evidence "
                  "WHERE case_id = "
                  FUNCTION TRIM(RAH-CASE-ID)
                  "), last_hit_date = CURRENT_DATE "
                  "WHERE case_id = "
                  FUNCTION TRIM(RAH-CASE-ID)
               DELIMITED BY SIZE INTO WS-RAH-SQL
           CALL STATIC "DB_QUERY"
               USING BY VALUE RAH-DBH
                     BY REFERENCE WS-RAH-SQL
               RETURNING WS-RAH-STMT
           GOBACK.
