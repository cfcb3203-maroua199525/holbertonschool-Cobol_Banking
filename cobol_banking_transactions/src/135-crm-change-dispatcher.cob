IDENTIFICATION DIVISION.
       PROGRAM-ID. crm-change-dispatcher.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYLOAD-FILE ASSIGN TO "crm_payload.json"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESPONSE-FILE ASSIGN TO "crm_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-FILE-STATUS.
           SELECT CALL-AUDIT-FILE ASSIGN TO "audit/api_call_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALL-AUDIT-FILE-STATUS.
           SELECT RECON-FILE ASSIGN TO "build/crm_reconciliation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYLOAD-FILE.
       01  PAYLOAD-RECORD       PIC X(600).
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD      PIC X(300).
       FD  CALL-AUDIT-FILE.
       01  CALL-AUDIT-RECORD    PIC X(800).
       FD  RECON-FILE.
       01  RECON-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "crm-change-dispatcher".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 15.

       01  WS-CRM-URL           PIC X(200)
           VALUE "https://crm.example.com/api/customer-changes".
       01  WS-ENV-CRM-URL       PIC X(200).
       01  WS-CURL-COMMAND      PIC X(500).
       01  WS-STATUS-FILE-NAME  PIC X(200) VALUE "crm_status.txt".
       01  WS-HTTP-STATUS       PIC 9(3) VALUE 0.
       01  WS-MAX-RETRIES       PIC 9(2) VALUE 3.
       01  WS-SUCCESS-MIN       PIC 9(3) VALUE 200.
       01  WS-SUCCESS-MAX       PIC 9(3) VALUE 299.
       01  WS-CALL-RESULT       PIC X.
           88  CRM-DELIVERED           VALUE 'Y'.

       01  RESPONSE-FILE-STATUS PIC XX.
       01  CALL-AUDIT-FILE-STATUS PIC XX.
       01  RECON-FILE-STATUS    PIC XX.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.

       *> Outstanding events are buffered before dispatch so status
       *> updates do not disturb the open cursor. SENT events were
       *> delivered but never acknowledged and go again under the
       *> sequence number they already carry.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 200 TIMES.
               10  WS-EVT-ID        PIC X(12).
               10  WS-EVT-SEQ       PIC X(12).
               10  WS-EVT-SOURCE    PIC X(12).
               10  WS-EVT-CUSTOMER  PIC X(20).
               10  WS-EVT-ACCOUNT   PIC X(20).
               10  WS-EVT-FIELD     PIC X(20).
               10  WS-EVT-OPERATOR  PIC X(20).
               10  WS-EVT-CAPTURED  PIC X(30).
               10  WS-EVT-OLD-VALUE PIC X(100).
               10  WS-EVT-NEW-VALUE PIC X(100).
       01  WS-EVENT-COUNT       PIC 9(3) VALUE 0.
       01  WS-EVENT-IX          PIC 9(3).
       01  WS-EVENT-FIELDS      PIC X(256).
       01  WS-VALUE-FIELDS      PIC X(256).
       01  WS-JSON              PIC X(600).
       01  WS-ACKED-COUNT       PIC 9(3) VALUE 0.
       01  WS-UNACKED-COUNT     PIC 9(3) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(3) VALUE 0.
       01  WS-DISPATCH-SWITCH   PIC X VALUE "N".
           88  DISPATCH-STOPPED        VALUE "Y".

       *> the CRM acknowledges an event by echoing its sequence
       *> number back as "ack":<seq> in the response body
       01  WS-ACK-PATTERN       PIC X(30).
       01  WS-ACK-PATTERN-COMMA PIC X(30).
       01  WS-ACK-PATTERN-BRACE PIC X(30).
       01  WS-ACK-LEN           PIC 9(3).
       01  WS-ACK-TALLY         PIC 9(3).
       01  WS-ACK-SWITCH        PIC X.
           88  EVENT-ACKNOWLEDGED      VALUE "Y".

       01  WS-RECON-FIELDS      PIC X(80).
       01  WS-RECON-CAPTURED    PIC X(10).
       01  WS-RECON-SENT        PIC X(10).
       01  WS-RECON-ACKED       PIC X(10).
       01  WS-RECON-HELD        PIC X(10).
       01  WS-RECON-PENDING     PIC X(10).
       01  WS-RECON-STATE       PIC X(14).

       01  WS-TIMESTAMP.
           05  WS-TS-YEAR       PIC 9(4).
           05  FILLER           PIC X VALUE '-'.
           05  WS-TS-MONTH      PIC 9(2).
           05  FILLER           PIC X VALUE '-'.
           05  WS-TS-DAY        PIC 9(2).
           05  FILLER           PIC X VALUE ' '.
           05  WS-TS-HOUR       PIC 9(2).
           05  FILLER           PIC X VALUE ':'.
           05  WS-TS-MIN        PIC 9(2).
           05  FILLER           PIC X VALUE ':'.
           05  WS-TS-SEC        PIC 9(2).
       01  WS-CURRENT-DATE-TIME PIC X(21).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "crm-change-dispatcher".
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

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG

           MOVE SPACES TO WS-ENV-CRM-URL
           ACCEPT WS-ENV-CRM-URL FROM ENVIRONMENT "CRM_URL"
           IF WS-ENV-CRM-URL NOT = SPACES
               MOVE WS-ENV-CRM-URL TO WS-CRM-URL
           END-IF

           PERFORM COLLECT-OUTSTANDING-EVENTS
           IF WS-EVENT-COUNT = 0
               DISPLAY "No CRM change events to dispatch."
           ELSE
               PERFORM DISPATCH-ONE-EVENT
                   VARYING WS-EVENT-IX FROM 1 BY 1
                   UNTIL WS-EVENT-IX > WS-EVENT-COUNT
                      OR DISPATCH-STOPPED
               DISPLAY "CRM dispatch complete: " WS-ACKED-COUNT
                       " acknowledged, " WS-UNACKED-COUNT
                       " awaiting acknowledgement, " WS-HELD-COUNT
                       " held for redelivery."
           END-IF

           PERFORM RECONCILE-CRM-COUNTS

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       COLLECT-OUTSTANDING-EVENTS.
           *> the unit separator keeps free-text values from being
           *> split on ordinary punctuation
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT event_id, COALESCE(crm_seq::text,'') || "
                  "chr(31) || source || chr(31) || "
                  "COALESCE(customer_id::text,'') || chr(31) || "
                  "COALESCE(account_id::text,'') || chr(31) || "
                  "field || chr(31) || operator_id || chr(31) || "
                  "to_char(captured_at,'YYYY-MM-DD HH24:MI:SS'), "
                  "COALESCE(old_value,'') || chr(31) || "
                  "COALESCE(new_value,'') FROM crm_change_events "
                  "WHERE status IN ('SENT','HELD','PENDING') "
                  "ORDER BY event_id"
               DELIMITED BY SIZE INTO SQL-COMMAND

           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           IF STMT NOT = NULL-PTR THEN
               PERFORM BUFFER-ONE-EVENT UNTIL RC NOT = 0
           ELSE
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       BUFFER-ONE-EVENT.
           MOVE SPACES TO C1, C2, C3.
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC.
           IF RC = 0 AND WS-EVENT-COUNT < 200
               ADD 1 TO WS-EVENT-COUNT
               MOVE FUNCTION TRIM(C1) TO WS-EVT-ID(WS-EVENT-COUNT)
               MOVE SPACES TO WS-EVENT-FIELDS
               MOVE C2 TO WS-EVENT-FIELDS
               UNSTRING WS-EVENT-FIELDS DELIMITED BY X"1F"
                   INTO WS-EVT-SEQ(WS-EVENT-COUNT),
                        WS-EVT-SOURCE(WS-EVENT-COUNT),
                        WS-EVT-CUSTOMER(WS-EVENT-COUNT),
                        WS-EVT-ACCOUNT(WS-EVENT-COUNT),
                        WS-EVT-FIELD(WS-EVENT-COUNT),
                        WS-EVT-OPERATOR(WS-EVENT-COUNT),
                        WS-EVT-CAPTURED(WS-EVENT-COUNT)
               END-UNSTRING
               MOVE SPACES TO WS-VALUE-FIELDS
               MOVE C3 TO WS-VALUE-FIELDS
               UNSTRING WS-VALUE-FIELDS DELIMITED BY X"1F"
                   INTO WS-EVT-OLD-VALUE(WS-EVENT-COUNT),
                        WS-EVT-NEW-VALUE(WS-EVENT-COUNT)
               END-UNSTRING
               INSPECT WS-EVT-OLD-VALUE(WS-EVENT-COUNT)
                   REPLACING ALL '"' BY "'"
               INSPECT WS-EVT-NEW-VALUE(WS-EVENT-COUNT)
                   REPLACING ALL '"' BY "'"
           END-IF.

       DISPATCH-ONE-EVENT.
           IF WS-EVT-SEQ(WS-EVENT-IX) = SPACES
               PERFORM ASSIGN-CRM-SEQUENCE
               IF DISPATCH-STOPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-JSON
           STRING '{"seq":'
                  FUNCTION TRIM(WS-EVT-SEQ(WS-EVENT-IX))
                  ',"source":"'
                  FUNCTION TRIM(WS-EVT-SOURCE(WS-EVENT-IX))
                  '","customer":"'
                  FUNCTION TRIM(WS-EVT-CUSTOMER(WS-EVENT-IX))
                  '","account":"'
                  FUNCTION TRIM(WS-EVT-ACCOUNT(WS-EVENT-IX))
                  '","field":"'
                  FUNCTION TRIM(WS-EVT-FIELD(WS-EVENT-IX))
                  '","old":"'
                  FUNCTION TRIM(WS-EVT-OLD-VALUE(WS-EVENT-IX))
                  '","new":"'
                  FUNCTION TRIM(WS-EVT-NEW-VALUE(WS-EVENT-IX))
                  '","operator":"'
                  FUNCTION TRIM(WS-EVT-OPERATOR(WS-EVENT-IX))
                  '","captured_at":"'
                  FUNCTION TRIM(WS-EVT-CAPTURED(WS-EVENT-IX))
                  '"}'
               DELIMITED BY SIZE INTO WS-JSON

           OPEN OUTPUT PAYLOAD-FILE
           MOVE SPACES TO PAYLOAD-RECORD
           MOVE WS-JSON TO PAYLOAD-RECORD
           WRITE PAYLOAD-RECORD
           CLOSE PAYLOAD-FILE

           MOVE SPACES TO WS-CURL-COMMAND
           STRING "curl -s -X POST "
                  "-H ""Content-Type: application/json"" "
                  "-d @crm_payload.json "
                  FUNCTION TRIM(WS-CRM-URL)
                  " -o crm_response.json"
                  " -w '%{http_code}' > crm_status.txt"
               DELIMITED BY SIZE INTO WS-CURL-COMMAND

           MOVE 'N' TO WS-CALL-RESULT
           CALL STATIC "HTTP-CALL-RETRY"
               USING WS-CURL-COMMAND, WS-STATUS-FILE-NAME,
                     WS-MAX-RETRIES, WS-SUCCESS-MIN, WS-SUCCESS-MAX,
                     WS-HTTP-STATUS, WS-CALL-RESULT

           PERFORM WRITE-CALL-AUDIT-LOG

           IF CRM-DELIVERED
               PERFORM CHECK-CRM-ACKNOWLEDGEMENT
               IF EVENT-ACKNOWLEDGED
                   ADD 1 TO WS-ACKED-COUNT
                   PERFORM MARK-EVENT-ACKED
               ELSE
                   ADD 1 TO WS-UNACKED-COUNT
                   PERFORM MARK-EVENT-SENT
               END-IF
           ELSE
               ADD 1 TO WS-HELD-COUNT
               PERFORM HOLD-FOR-REDELIVERY
           END-IF.

       ASSIGN-CRM-SEQUENCE.
           *> numbers are handed out only as events go out, in
           *> capture order, so the CRM sees an unbroken run and can
           *> tell a missing event from one not yet sent
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE crm_change_events SET crm_seq = "
                  "(SELECT COALESCE(MAX(crm_seq),0) + 1 "
                  "FROM crm_change_events) WHERE event_id = "
                  FUNCTION TRIM(WS-EVT-ID(WS-EVENT-IX))
                  " AND crm_seq IS NULL"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "Y" TO WS-DISPATCH-SWITCH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT crm_seq FROM crm_change_events "
                  "WHERE event_id = "
                  FUNCTION TRIM(WS-EVT-ID(WS-EVENT-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR SINGLE-RESULT-BUFFER = SPACES
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "Y" TO WS-DISPATCH-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER)
               TO WS-EVT-SEQ(WS-EVENT-IX).

       CHECK-CRM-ACKNOWLEDGEMENT.
           MOVE "N" TO WS-ACK-SWITCH
           MOVE SPACES TO WS-ACK-PATTERN
           STRING '"ack":' FUNCTION TRIM(WS-EVT-SEQ(WS-EVENT-IX))
               DELIMITED BY SIZE INTO WS-ACK-PATTERN
           COMPUTE WS-ACK-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ACK-PATTERN)) + 1
           *> the terminator keeps "ack":12 from matching "ack":123
           MOVE SPACES TO WS-ACK-PATTERN-COMMA WS-ACK-PATTERN-BRACE
           STRING FUNCTION TRIM(WS-ACK-PATTERN) ","
               DELIMITED BY SIZE INTO WS-ACK-PATTERN-COMMA
           STRING FUNCTION TRIM(WS-ACK-PATTERN) "}"
               DELIMITED BY SIZE INTO WS-ACK-PATTERN-BRACE
           OPEN INPUT RESPONSE-FILE
           IF RESPONSE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-ONE-RESPONSE-LINE
               UNTIL RESPONSE-FILE-STATUS NOT = "00"
                  OR EVENT-ACKNOWLEDGED
           CLOSE RESPONSE-FILE.

       SCAN-ONE-RESPONSE-LINE.
           MOVE SPACES TO RESPONSE-RECORD
           READ RESPONSE-FILE
               AT END EXIT PARAGRAPH
           END-READ
           MOVE 0 TO WS-ACK-TALLY
           INSPECT RESPONSE-RECORD TALLYING WS-ACK-TALLY
               FOR ALL WS-ACK-PATTERN-COMMA(1:WS-ACK-LEN)
                   ALL WS-ACK-PATTERN-BRACE(1:WS-ACK-LEN)
           IF WS-ACK-TALLY > 0
               MOVE "Y" TO WS-ACK-SWITCH
           END-IF.

       MARK-EVENT-ACKED.
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE crm_change_events SET status = 'ACKED', "
                  "attempts = attempts + 1, "
                  "acked_at = CURRENT_TIMESTAMP WHERE event_id = "
                  FUNCTION TRIM(WS-EVT-ID(WS-EVENT-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-STATUS-UPDATE.

       MARK-EVENT-SENT.
           *> delivered but not acknowledged - it goes again next run
           *> under the same sequence number
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE crm_change_events SET status = 'SENT', "
                  "attempts = attempts + 1 WHERE event_id = "
                  FUNCTION TRIM(WS-EVT-ID(WS-EVENT-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-STATUS-UPDATE.

       HOLD-FOR-REDELIVERY.
           *> An undeliverable event is held, never dropped, and
           *> nothing behind it goes out until it is through - the
           *> CRM must receive the changes in the order they happened.
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE crm_change_events SET status = 'HELD', "
                  "attempts = attempts + 1 WHERE event_id = "
                  FUNCTION TRIM(WS-EVT-ID(WS-EVENT-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-STATUS-UPDATE
           DISPLAY "WARNING: CRM event sequence "
                   FUNCTION TRIM(WS-EVT-SEQ(WS-EVENT-IX))
                   " held after HTTP " WS-HTTP-STATUS
                   " - later events wait for it."
           MOVE "Y" TO WS-DISPATCH-SWITCH.

       RUN-STATUS-UPDATE.
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       RECONCILE-CRM-COUNTS.
           *> the day's events sent to the CRM against those it has
           *> acknowledged; anything captured but not yet through is
           *> shown as held or pending
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) || ';' || "
                  "COUNT(*) FILTER (WHERE status IN "
                  "('SENT','ACKED')) || ';' || "
                  "COUNT(*) FILTER (WHERE status = 'ACKED') || ';' || "
                  "COUNT(*) FILTER (WHERE status = 'HELD') || ';' || "
                  "COUNT(*) FILTER (WHERE status = 'PENDING') "
                  "FROM crm_change_events WHERE business_date = '"
                  WS-BUSINESS-DATE "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RECON-FIELDS
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-RECON-FIELDS
           UNSTRING WS-RECON-FIELDS DELIMITED BY ";"
               INTO WS-RECON-CAPTURED, WS-RECON-SENT, WS-RECON-ACKED,
                    WS-RECON-HELD, WS-RECON-PENDING
           END-UNSTRING
           IF WS-RECON-SENT = WS-RECON-ACKED
               MOVE "BALANCED" TO WS-RECON-STATE
           ELSE
               MOVE "OUT-OF-BALANCE" TO WS-RECON-STATE
           END-IF

           OPEN INPUT RECON-FILE
           IF RECON-FILE-STATUS = "35" THEN
               OPEN OUTPUT RECON-FILE
               CLOSE RECON-FILE
           ELSE
               CLOSE RECON-FILE
           END-IF
           OPEN EXTEND RECON-FILE
           MOVE SPACES TO RECON-RECORD
           STRING "CRMRECON," WS-BUSINESS-DATE ","
                  FUNCTION TRIM(WS-RECON-CAPTURED) ","
                  FUNCTION TRIM(WS-RECON-SENT) ","
                  FUNCTION TRIM(WS-RECON-ACKED) ","
                  FUNCTION TRIM(WS-RECON-HELD) ","
                  FUNCTION TRIM(WS-RECON-PENDING) ","
                  FUNCTION TRIM(WS-RECON-STATE)
               DELIMITED BY SIZE INTO RECON-RECORD
           WRITE RECON-RECORD
           CLOSE RECON-FILE

           DISPLAY "CRM reconciliation " WS-BUSINESS-DATE ": "
                   FUNCTION TRIM(WS-RECON-CAPTURED) " captured, "
                   FUNCTION TRIM(WS-RECON-SENT) " sent, "
                   FUNCTION TRIM(WS-RECON-ACKED) " acknowledged, "
                   FUNCTION TRIM(WS-RECON-HELD) " held, "
                   FUNCTION TRIM(WS-RECON-PENDING) " pending - "
                   FUNCTION TRIM(WS-RECON-STATE).

       WRITE-CALL-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-TS-YEAR
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-TS-MONTH
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-TS-DAY
           MOVE WS-CURRENT-DATE-TIME(9:2) TO WS-TS-HOUR
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-TS-MIN
           MOVE WS-CURRENT-DATE-TIME(13:2) TO WS-TS-SEC

           OPEN INPUT CALL-AUDIT-FILE
           IF CALL-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT CALL-AUDIT-FILE
               CLOSE CALL-AUDIT-FILE
           ELSE
               CLOSE CALL-AUDIT-FILE
           END-IF

           OPEN EXTEND CALL-AUDIT-FILE
           MOVE SPACES TO CALL-AUDIT-RECORD
           STRING WS-TIMESTAMP " | CRM-CHANGE-DISPATCHER | "
                  FUNCTION TRIM(WS-CRM-URL)
                  " | HTTP " WS-HTTP-STATUS
                  " | " FUNCTION TRIM(WS-JSON)
               DELIMITED BY SIZE INTO CALL-AUDIT-RECORD
           WRITE CALL-AUDIT-RECORD
           CLOSE CALL-AUDIT-FILE.
