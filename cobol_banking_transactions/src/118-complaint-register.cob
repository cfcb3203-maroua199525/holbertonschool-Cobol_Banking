IDENTIFICATION DIVISION.
       PROGRAM-ID. complaint-register.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "complaint-register".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       01  WS-COMMAND-LINE      PIC X(200).
       01  WS-CMD-VERB          PIC X(10).
       01  WS-CMD-ARG1          PIC X(30).
       01  WS-CMD-ARG2          PIC X(10).
       01  WS-CMD-ARG3          PIC X(20).
       01  WS-CMD-ARG4          PIC X(15).
       01  WS-CMD-COMMENT       PIC X(120).
       01  WS-CMD-PTR           PIC 9(4).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-COMPLAINT-ID      PIC 9(9).
       01  WS-CASE-DETAIL       PIC X(80).
       01  WS-CASE-ACCT         PIC X(15).
       01  WS-CASE-STATUS       PIC X(20).
       01  WS-CASE-ACKED        PIC X(12).
       01  WS-OUTCOME           PIC X(10).
       01  WS-ROOT-CAUSE        PIC X(20).
       01  WS-ACCOUNT-ID        PIC 9(5).
       01  WS-AMOUNT            PIC S9(9)V99.
       01  WS-AMOUNT-DISPLAY    PIC 9(7).99.
       01  WS-POST-OK           PIC X.
       01  WS-OPEN-COUNT        PIC 9(5) VALUE 0.
       01  WS-ACK-LATE-COUNT    PIC 9(5) VALUE 0.
       01  WS-FINAL-LATE-COUNT  PIC 9(5) VALUE 0.
       01  WS-COMMENT-ESC       PIC X(240).
       01  WS-ESC-I             PIC 9(3).
       01  WS-ESC-OUT           PIC 9(3).
       01  WS-TX-REF            PIC X(20).

       01  WS-HASH-TYPE         PIC X(12).
       01  WS-HASH-AMOUNT       PIC X(20).
       01  WS-PREV-HASH         PIC X(16).
       01  WS-ENTRY-HASH        PIC X(16).
       01  WS-ACCT-ID-STR       PIC X(20).
       01  WS-JOURNAL-TYPE      PIC X(12).
       01  WS-JOURNAL-AMOUNT    PIC X(20).
       01  WS-JOURNAL-SIGNED    PIC -(9)9.99.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "complaint-register".
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
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-VERB, WS-CMD-ARG1, WS-CMD-ARG2,
               WS-CMD-ARG3, WS-CMD-ARG4, WS-CMD-COMMENT
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-VERB, WS-CMD-ARG1
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-VERB))
                   = "RESOLVE"
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-CMD-ARG2, WS-CMD-ARG3, WS-CMD-ARG4
                   WITH POINTER WS-CMD-PTR
               END-UNSTRING
           END-IF
           IF WS-CMD-PTR <= 200
               MOVE WS-COMMAND-LINE(WS-CMD-PTR:) TO WS-CMD-COMMENT
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

           CALL STATIC "CHECK-SCHEMA-VERSION"
               USING WS-ERROR-SOURCE, DBH, WS-SCHEMA-MIN-VERSION,
                     DB-SCHEMA-FOUND, DB-SCHEMA-RESULT
           IF NOT DB-SCHEMA-OK
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-VERB))
               WHEN "ACK"
                   PERFORM ACKNOWLEDGE-COMPLAINT
               WHEN "RESOLVE"
                   PERFORM RESOLVE-COMPLAINT
               WHEN OTHER
                   PERFORM PRINT-OPEN-REGISTER
           END-EVALUATE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       ACKNOWLEDGE-COMPLAINT.
           *> ACK <complaint-id> <comment>: stops the acknowledgment
           *> clock; the final-response clock keeps running.
           IF WS-CMD-ARG1 = SPACES
               DISPLAY "Use: complaint-register ACK <complaint-id> "
                       "<comment>"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-COMPLAINT
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-ACKED NOT = SPACES
               DISPLAY "Complaint " WS-COMPLAINT-ID
                       " was acknowledged on "
                       FUNCTION TRIM(WS-CASE-ACKED) "."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM ESCAPE-COMMENT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE complaints SET acknowledged_date = '"
                  WS-BUSINESS-DATE
                  "', acknowledged_by = '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', notes = COALESCE(notes || ' / ', '') || '"
                  FUNCTION TRIM(WS-COMMENT-ESC)
                  "' WHERE complaint_id = "
                  WS-COMPLAINT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_EXEC"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Complaint " WS-COMPLAINT-ID
                       " acknowledged " WS-BUSINESS-DATE "."
           END-IF.

       RESOLVE-COMPLAINT.
           *> RESOLVE <complaint-id> UPHELD|PARTIAL|REJECTED
           *> <root-cause> <goodwill> <comment>: the final response.
           *> A goodwill payment goes to the complaint's account as a
           *> ledgered GOODWILL credit in the same unit of work.
           IF WS-CMD-ARG1 = SPACES OR WS-CMD-ARG2 = SPACES
              OR WS-CMD-ARG3 = SPACES
               DISPLAY "Use: complaint-register RESOLVE <complaint-id> "
                       "UPHELD|PARTIAL|REJECTED <root-cause> "
                       "<goodwill> <comment>"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG2))
               TO WS-OUTCOME
           IF WS-OUTCOME NOT = "UPHELD" AND WS-OUTCOME NOT = "PARTIAL"
              AND WS-OUTCOME NOT = "REJECTED"
               DISPLAY "Outcome must be UPHELD, PARTIAL or REJECTED."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG3))
               TO WS-ROOT-CAUSE
           INSPECT WS-ROOT-CAUSE REPLACING ALL "'" BY "-"
           MOVE 0 TO WS-AMOUNT
           IF WS-CMD-ARG4 NOT = SPACES
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-CMD-ARG4)
           END-IF
           IF WS-AMOUNT < 0
               DISPLAY "Goodwill amount cannot be negative."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY

           PERFORM FETCH-COMPLAINT
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT > 0 AND (WS-CASE-ACCT = SPACES
                   OR WS-CASE-ACCT = "0")
               DISPLAY "Complaint " WS-COMPLAINT-ID
                       " names no account - goodwill cannot be paid."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CASE-ACCT) TO WS-ACCOUNT-ID
           MOVE SPACES TO WS-TX-REF
           STRING "CMP" WS-COMPLAINT-ID
               DELIMITED BY SIZE INTO WS-TX-REF
           PERFORM ESCAPE-COMMENT

           CALL STATIC "DB_BEGIN"
               USING BY VALUE DBH
               RETURNING RC
           MOVE 'Y' TO WS-POST-OK

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE complaints SET status = 'CLOSED', "
                  "outcome = '" FUNCTION TRIM(WS-OUTCOME)
                  "', root_cause = '" FUNCTION TRIM(WS-ROOT-CAUSE)
                  "', goodwill_amount = "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", final_response_date = '" WS-BUSINESS-DATE
                  "', acknowledged_date = COALESCE(acknowledged_date, '"
                  WS-BUSINESS-DATE
                  "'), resolved_by = '" FUNCTION TRIM(WS-OPERATOR-ID)
                  "', notes = COALESCE(notes || ' / ', '') || '"
                  FUNCTION TRIM(WS-COMMENT-ESC)
                  "' WHERE complaint_id = " WS-COMPLAINT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_EXEC"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'N' TO WS-POST-OK
           END-IF

           IF WS-POST-OK = 'Y' AND WS-AMOUNT > 0
               PERFORM POST-GOODWILL-CREDIT
           END-IF

           IF WS-POST-OK = 'Y'
               CALL STATIC "DB_COMMIT"
                   USING BY VALUE DBH
                   RETURNING RC
               IF WS-AMOUNT > 0
                   MOVE WS-HASH-TYPE TO WS-JOURNAL-TYPE
                   MOVE WS-AMOUNT TO WS-JOURNAL-SIGNED
                   MOVE SPACES TO WS-JOURNAL-AMOUNT
                   MOVE FUNCTION TRIM(WS-JOURNAL-SIGNED)
                       TO WS-JOURNAL-AMOUNT
                   CALL STATIC "WRITE-AFTERIMAGE"
                       USING WS-ACCT-ID-STR, WS-JOURNAL-TYPE,
                             WS-JOURNAL-AMOUNT
               END-IF
               DISPLAY "Complaint " WS-COMPLAINT-ID " closed "
                       FUNCTION TRIM(WS-OUTCOME) " ("
                       FUNCTION TRIM(WS-ROOT-CAUSE) ")"
                       " - goodwill " WS-AMOUNT-DISPLAY "."
           ELSE
               CALL STATIC "DB_ROLLBACK"
                   USING BY VALUE DBH
                   RETURNING RC
               DISPLAY "Complaint " WS-COMPLAINT-ID
                       " NOT closed - nothing posted."
               MOVE 4 TO RETURN-CODE
           END-IF.

       POST-GOODWILL-CREDIT.
           *> credit, chained ledger row; the after-image follows the
           *> commit
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance + "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  " WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND status <> 'CLOSED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_EXEC"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'N' TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "GOODWILL" TO WS-HASH-TYPE
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE WS-AMOUNT-DISPLAY TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  WS-ACCOUNT-ID
                  ", 'GOODWILL', "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", 'complaint goodwill payment', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_EXEC"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'N' TO WS-POST-OK
           END-IF.

       FETCH-COMPLAINT.
           *> account;status;acknowledged date for the complaint id
           *> in WS-CMD-ARG1 - only an OPEN complaint can be worked
           MOVE FUNCTION NUMVAL(WS-CMD-ARG1) TO WS-COMPLAINT-ID
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(account_id::text,'') || ';' || "
                  "status || ';' || "
                  "COALESCE(acknowledged_date::text,'') "
                  "FROM complaints WHERE complaint_id = "
                  WS-COMPLAINT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               DISPLAY "Complaint " WS-COMPLAINT-ID " not on file."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CASE-DETAIL, WS-CASE-ACCT, WS-CASE-STATUS,
               WS-CASE-ACKED
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-CASE-DETAIL
           UNSTRING WS-CASE-DETAIL DELIMITED BY ";"
               INTO WS-CASE-ACCT, WS-CASE-STATUS, WS-CASE-ACKED
           END-UNSTRING
           IF FUNCTION TRIM(WS-CASE-STATUS) NOT = "OPEN"
               DISPLAY "Complaint " WS-COMPLAINT-ID " is already "
                       FUNCTION TRIM(WS-CASE-STATUS) "."
               MOVE 4 TO RETURN-CODE
           END-IF.

       PRINT-OPEN-REGISTER.
           DISPLAY "--- OPEN COMPLAINTS - " WS-BUSINESS-DATE " ---"
           DISPLAY "ID;CATEGORY;BRANCH  RECEIVED   ACK-DUE    "
                   "FINAL-DUE  FLAGS"
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT complaint_id || ';' || category || ';' || "
                  "branch_code, received_date::text || ' ' || "
                  "ack_due_date::text || ' ' || "
                  "final_due_date::text, "
                  "CASE WHEN acknowledged_date IS NULL AND "
                  "ack_due_date < '" WS-BUSINESS-DATE
                  "' THEN 'ACK-LATE ' ELSE '' END || "
                  "CASE WHEN final_due_date < '" WS-BUSINESS-DATE
                  "' THEN 'FINAL-LATE' ELSE '' END "
                  "FROM complaints WHERE status = 'OPEN' "
                  "ORDER BY final_due_date, complaint_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
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
           PERFORM PRINT-ONE-COMPLAINT UNTIL RC NOT = 0
           DISPLAY " "
           DISPLAY WS-OPEN-COUNT " open complaint(s); "
                   WS-ACK-LATE-COUNT " not acknowledged in time; "
                   WS-FINAL-LATE-COUNT " past the final-response date."
           DISPLAY "Use: complaint-register ACK <complaint-id> "
                   "<comment>"
           DISPLAY "     complaint-register RESOLVE <complaint-id> "
                   "UPHELD|PARTIAL|REJECTED <root-cause> "
                   "<goodwill> <comment>".

       PRINT-ONE-COMPLAINT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-OPEN-COUNT
               IF C3(1:8) = "ACK-LATE"
                   ADD 1 TO WS-ACK-LATE-COUNT
               END-IF
               *> C3 is "ACK-LATE FINAL-LATE", either half, or blank
               IF C3(1:10) = "FINAL-LATE" OR C3(10:10) = "FINAL-LATE"
                   ADD 1 TO WS-FINAL-LATE-COUNT
               END-IF
               DISPLAY FUNCTION TRIM(C1) "  "
                       FUNCTION TRIM(C2) "  "
                       FUNCTION TRIM(C3)
           END-IF.

       ESCAPE-COMMENT.
           *> Double embedded quotes - operator comments are free text.
           MOVE SPACES TO WS-COMMENT-ESC
           MOVE 0 TO WS-ESC-OUT
           PERFORM VARYING WS-ESC-I FROM 1 BY 1
                   UNTIL WS-ESC-I >
                         FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-COMMENT))
                      OR WS-CMD-COMMENT = SPACES
               IF WS-CMD-COMMENT(WS-ESC-I:1) = "'"
                   ADD 1 TO WS-ESC-OUT
                   MOVE "'" TO WS-COMMENT-ESC(WS-ESC-OUT:1)
               END-IF
               ADD 1 TO WS-ESC-OUT
               MOVE WS-CMD-COMMENT(WS-ESC-I:1)
                   TO WS-COMMENT-ESC(WS-ESC-OUT:1)
           END-PERFORM.
