IDENTIFICATION DIVISION.
       PROGRAM-ID. aml-case-escalation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALATION-FILE ASSIGN TO WS-ESCALATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "aml-case-escalation".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-ESCALATION-FILENAME PIC X(80).

       *> AML cases still open past their review deadline go to the
       *> MLRO: newly overdue cases turn ESCALATED tonight, and every
       *> escalated case stays on the list until it is disposed of
       01  WS-NEW-ESCALATIONS   PIC 9(7) VALUE 0.
       01  WS-LISTED-COUNT      PIC 9(7) VALUE 0.
       01  WS-UNASSIGNED-COUNT  PIC 9(7) VALUE 0.
       01  WS-DET-ID            PIC X(10).
       01  WS-DET-CUSTOMER      PIC X(20).
       01  WS-DET-INVEST        PIC X(20).
       01  WS-DET-DUE           PIC X(10).
       01  WS-DET-OVERDUE       PIC X(10).

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

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "WITH e AS (UPDATE aml_cases SET status = "
                  "'ESCALATED', escalated_date = DATE '"
                  WS-SQL-DATE
                  "' WHERE status = 'OPEN' AND due_date < DATE '"
                  WS-SQL-DATE
                  "' RETURNING case_id) SELECT COUNT(*) FROM e"
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
           ELSE
               COMPUTE WS-NEW-ESCALATIONS =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF

           MOVE SPACES TO WS-ESCALATION-FILENAME
           STRING "build/aml_escalations_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ESCALATION-FILENAME
           OPEN OUTPUT ESCALATION-FILE
           MOVE SPACES TO ESCALATION-RECORD
           STRING "AML CASES PAST THEIR DEADLINE - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO ESCALATION-RECORD
           WRITE ESCALATION-RECORD
           MOVE "  case  customer  investigator  due  days over  "
               TO ESCALATION-RECORD
           WRITE ESCALATION-RECORD
           MOVE ALL "-" TO ESCALATION-RECORD
           WRITE ESCALATION-RECORD

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT case_id || ';' || customer_id, "
                  "COALESCE(investigator,'') || ';' || due_date "
                  "|| ';' || (DATE '"
                  WS-SQL-DATE
                  "' - due_date), evidence_count FROM aml_cases "
                  "WHERE status = 'ESCALATED' "
                  "ORDER BY due_date, case_id"
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
               PERFORM LIST-ONE-ESCALATION UNTIL RC NOT = 0
           END-IF

           IF WS-LISTED-COUNT = 0
               MOVE "No AML case is past its deadline."
                   TO ESCALATION-RECORD
               WRITE ESCALATION-RECORD
           END-IF
           MOVE SPACES TO ESCALATION-RECORD
           STRING WS-LISTED-COUNT " escalated case(s), "
                  WS-NEW-ESCALATIONS " newly escalated tonight, "
                  WS-UNASSIGNED-COUNT " with no investigator."
               DELIMITED BY SIZE INTO ESCALATION-RECORD
           WRITE ESCALATION-RECORD
           CLOSE ESCALATION-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "AML escalations written to "
                   FUNCTION TRIM(WS-ESCALATION-FILENAME) " - "
                   WS-LISTED-COUNT " overdue case(s), "
                   WS-NEW-ESCALATIONS " new."
           GOBACK.

       LIST-ONE-ESCALATION.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO WS-DET-ID, WS-DET-CUSTOMER
           UNSTRING C1 DELIMITED BY ";"
               INTO WS-DET-ID, WS-DET-CUSTOMER
           END-UNSTRING
           MOVE SPACES TO WS-DET-INVEST, WS-DET-DUE, WS-DET-OVERDUE
           UNSTRING C2 DELIMITED BY ";"
               INTO WS-DET-INVEST, WS-DET-DUE, WS-DET-OVERDUE
           END-UNSTRING
           IF WS-DET-INVEST = SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE "UNASSIGNED" TO WS-DET-INVEST
           END-IF
           MOVE SPACES TO ESCALATION-RECORD
           STRING "  " FUNCTION TRIM(WS-DET-ID) "  "
                  FUNCTION TRIM(WS-DET-CUSTOMER) "  "
                  FUNCTION TRIM(WS-DET-INVEST) "  "
                  FUNCTION TRIM(WS-DET-DUE) "  "
                  FUNCTION TRIM(WS-DET-OVERDUE) "  ("
                  FUNCTION TRIM(C3) " evidence line(s))"
               DELIMITED BY SIZE INTO ESCALATION-RECORD
           WRITE ESCALATION-RECORD.
