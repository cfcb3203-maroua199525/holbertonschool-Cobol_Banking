IDENTIFICATION DIVISION.
       PROGRAM-ID. account-takeover-scan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "account-takeover-scan".
       01  WS-ENV-VALUE         PIC X(15).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-REPORT-FILENAME   PIC X(80).

       *> The takeover pattern: the phone, email or address changes
       *> (or a new owner appears on the account) and within days a
       *> large debit posts or a new payee is registered. Each hit
       *> holds debits on the account for a few days and alerts the
       *> customer on the contact details they had before the change.
       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 7.
       01  WS-LARGE-DEBIT       PIC 9(9)V99 VALUE 5000.
       01  WS-LARGE-DEBIT-EDIT  PIC Z(8)9.99.
       01  WS-HOLD-DAYS         PIC 9(3) VALUE 5.

       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY   OCCURS 300 TIMES.
               10  WS-EV-CUSTOMER   PIC X(20).
               10  WS-EV-KIND       PIC X(20).
               10  WS-EV-DATE       PIC X(10).
               10  WS-EV-ACCOUNT    PIC X(20).
               10  WS-EV-OLD        PIC X(120).
       01  WS-EVENT-USED        PIC 9(3) VALUE 0.
       01  WS-EVENT-IX          PIC 9(3).
       01  WS-EVENT-SOURCE      PIC X.
           88  EVENT-FROM-CONTACT      VALUE 'C'.
           88  EVENT-FROM-ADDRESS      VALUE 'A'.
           88  EVENT-FROM-OWNER        VALUE 'O'.

       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY     OCCURS 500 TIMES.
               10  WS-HT-EVENT      PIC 9(3).
               10  WS-HT-ACCOUNT    PIC X(20).
               10  WS-HT-TRIGGER    PIC X(80).
       01  WS-HIT-USED          PIC 9(3) VALUE 0.
       01  WS-HIT-IX            PIC 9(3).
       01  WS-TABLE-FULL-FLAG   PIC X VALUE 'N'.

       01  WS-SCOPE             PIC X(220).
       01  WS-ALERT-ACCOUNT     PIC X(20).
       01  WS-ALERT-EVENT       PIC X(12) VALUE "ATO-HOLD".
       01  WS-ALERT-DETAIL      PIC X(60).
       01  WS-OLD-CONTACT       PIC X(120).
       01  WS-HELD-COUNT        PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ATO_WINDOW_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ATO_LARGE_DEBIT"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-LARGE-DEBIT = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           MOVE WS-LARGE-DEBIT TO WS-LARGE-DEBIT-EDIT
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ATO_HOLD_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-HOLD-DAYS = FUNCTION NUMVAL(WS-ENV-VALUE)
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

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE

           PERFORM COLLECT-CONTACT-CHANGES
           PERFORM COLLECT-ADDRESS-CHANGES
           PERFORM COLLECT-OWNER-CHANGES
           PERFORM COLLECT-EVENT-HITS
               VARYING WS-EVENT-IX FROM 1 BY 1
               UNTIL WS-EVENT-IX > WS-EVENT-USED

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/account_takeover_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT TAKEOVER SCAN - " WS-SQL-DATE
                  " (debits over " FUNCTION TRIM(WS-LARGE-DEBIT-EDIT)
                  " or new payees within " WS-WINDOW-DAYS
                  " days of a master change)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  account  customer  change  on  what followed  "
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "      alert to old contact" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM ACTION-ONE-HIT
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-USED

           IF WS-HELD-COUNT = 0
               MOVE "No new takeover pattern found." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-EVENT-USED " master change(s) in the window, "
                  WS-HELD-COUNT " account(s) held, "
                  WS-REPEAT-COUNT " repeat hit(s) already actioned."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-FULL-FLAG = 'Y'
               MOVE "WARNING: scan table full - rerun after review."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Account takeover scan written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   WS-HELD-COUNT " account(s) held."
           GOBACK.

       COLLECT-CONTACT-CHANGES.
           SET EVENT-FROM-CONTACT TO TRUE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT customer_id, field || ';' || changed_date, "
                  "COALESCE(old_value,'') FROM customer_maint_log "
                  "WHERE field IN ('PHONE','EMAIL') "
                  "AND changed_date >= DATE '"
                  WS-SQL-DATE
                  "' - "
                  WS-WINDOW-DAYS
                  " ORDER BY changed_date, customer_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-EVENT-QUERY.

       COLLECT-ADDRESS-CHANGES.
           *> the address being replaced is the previous history entry,
           *> or for customers that predate the history, what the
           *> change log recorded as overwritten
           SET EVENT-FROM-ADDRESS TO TRUE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT h.customer_id, 'ADDRESS;' || "
                  "h.effective_from, COALESCE((SELECT p.address FROM "
                  "customer_address_history p WHERE p.customer_id = "
                  "h.customer_id AND p.effective_from < "
                  "h.effective_from ORDER BY p.effective_from DESC "
                  "LIMIT 1), (SELECT m.old_value FROM "
                  "customer_maint_log m WHERE m.customer_id = "
                  "h.customer_id AND m.field = 'ADDRESS' AND "
                  "m.changed_date = h.effective_from LIMIT 1), '') "
                  "FROM customer_address_history h WHERE "
                  "h.effective_from >= DATE '"
                  WS-SQL-DATE
                  "' - "
                  WS-WINDOW-DAYS
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-EVENT-QUERY.

       COLLECT-OWNER-CHANGES.
           *> owners named when the account opened are not a change
           SET EVENT-FROM-OWNER TO TRUE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT o.customer_id, 'OWNER-' || o.owner_role || "
                  "';' || o.added_at::date, o.account_id FROM "
                  "account_owners o WHERE o.added_at >= DATE '"
                  WS-SQL-DATE
                  "' - "
                  WS-WINDOW-DAYS
                  " AND o.added_at::date > (SELECT MIN(f.added_at)"
                  "::date FROM account_owners f WHERE f.account_id = "
                  "o.account_id)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-EVENT-QUERY.

       RUN-EVENT-QUERY.
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
           PERFORM BUFFER-ONE-EVENT UNTIL RC NOT = 0.

       BUFFER-ONE-EVENT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EVENT-USED >= 300
               MOVE 'Y' TO WS-TABLE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVENT-USED
           MOVE FUNCTION TRIM(C1) TO WS-EV-CUSTOMER(WS-EVENT-USED)
           MOVE SPACES TO WS-EV-KIND(WS-EVENT-USED)
                          WS-EV-DATE(WS-EVENT-USED)
                          WS-EV-ACCOUNT(WS-EVENT-USED)
                          WS-EV-OLD(WS-EVENT-USED)
           UNSTRING C2 DELIMITED BY ";"
               INTO WS-EV-KIND(WS-EVENT-USED),
                    WS-EV-DATE(WS-EVENT-USED)
           END-UNSTRING
           IF EVENT-FROM-OWNER
               MOVE FUNCTION TRIM(C3) TO WS-EV-ACCOUNT(WS-EVENT-USED)
           ELSE
               MOVE FUNCTION TRIM(C3) TO WS-EV-OLD(WS-EVENT-USED)
           END-IF.

       COLLECT-EVENT-HITS.
           *> a contact change watches every account the customer owns
           *> or is named on; a new owner watches the account they
           *> were added to
           MOVE SPACES TO WS-SCOPE
           IF WS-EV-ACCOUNT(WS-EVENT-IX) NOT = SPACES
               STRING "x.account_id::text = '"
                      FUNCTION TRIM(WS-EV-ACCOUNT(WS-EVENT-IX))
                      "'"
                   DELIMITED BY SIZE INTO WS-SCOPE
           ELSE
               STRING "x.account_id::text IN (SELECT account_id::text "
                      "FROM accounts WHERE customer_id::text = '"
                      FUNCTION TRIM(WS-EV-CUSTOMER(WS-EVENT-IX))
                      "' UNION SELECT account_id::text FROM "
                      "account_owners WHERE customer_id::text = '"
                      FUNCTION TRIM(WS-EV-CUSTOMER(WS-EVENT-IX))
                      "')"
                   DELIMITED BY SIZE INTO WS-SCOPE
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT x.account_id, x.tx_type || ' ' || x.amount "
                  "|| ' on ' || x.created_at::date, '' FROM tx_log x "
                  "WHERE "
                  FUNCTION TRIM(WS-SCOPE)
                  " AND x.created_at >= DATE '"
                  WS-EV-DATE(WS-EVENT-IX)
                  "' AND x.created_at < DATE '"
                  WS-EV-DATE(WS-EVENT-IX)
                  "' + " WS-WINDOW-DAYS " + 1 AND x.tx_type IN "
                  "('WITHDRAW','EXT_OUT','TRANSFER','BILLPAY','DRAFT')"
                  " AND x.amount >= "
                  FUNCTION TRIM(WS-LARGE-DEBIT-EDIT)
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-HIT-QUERY

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT x.account_id, 'new payee ' || "
                  "x.payee_account || ' on ' || x.registered_at::date"
                  ", '' FROM registered_payees x WHERE "
                  FUNCTION TRIM(WS-SCOPE)
                  " AND x.registered_at >= DATE '"
                  WS-EV-DATE(WS-EVENT-IX)
                  "' AND x.registered_at < DATE '"
                  WS-EV-DATE(WS-EVENT-IX)
                  "' + " WS-WINDOW-DAYS " + 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-HIT-QUERY.

       RUN-HIT-QUERY.
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
           PERFORM BUFFER-ONE-HIT UNTIL RC NOT = 0.

       BUFFER-ONE-HIT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-HIT-USED >= 500
               MOVE 'Y' TO WS-TABLE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIT-USED
           MOVE WS-EVENT-IX TO WS-HT-EVENT(WS-HIT-USED)
           MOVE FUNCTION TRIM(C1) TO WS-HT-ACCOUNT(WS-HIT-USED)
           MOVE FUNCTION TRIM(C2) TO WS-HT-TRIGGER(WS-HIT-USED).

       ACTION-ONE-HIT.
           *> one hold and one alert per account per master change,
           *> however many debits followed it and however many nights
           *> it stays inside the window
           MOVE WS-HT-EVENT(WS-HIT-IX) TO WS-EVENT-IX
           MOVE WS-HT-ACCOUNT(WS-HIT-IX) TO WS-ALERT-ACCOUNT
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT alert_id FROM ato_alerts WHERE "
                  "account_id = '"
                  FUNCTION TRIM(WS-ALERT-ACCOUNT)
                  "' AND change_kind = '"
                  FUNCTION TRIM(WS-EV-KIND(WS-EVENT-IX))
                  "' AND change_date = DATE '"
                  WS-EV-DATE(WS-EVENT-IX)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND SINGLE-RESULT-BUFFER NOT = SPACES
               ADD 1 TO WS-REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO ato_alerts (customer_id, account_id, "
                  "change_kind, change_date, trigger_detail, "
                  "alerted_date) VALUES ('"
                  FUNCTION TRIM(WS-EV-CUSTOMER(WS-EVENT-IX))
                  "', '"
                  FUNCTION TRIM(WS-ALERT-ACCOUNT)
                  "', '"
                  FUNCTION TRIM(WS-EV-KIND(WS-EVENT-IX))
                  "', DATE '"
                  WS-EV-DATE(WS-EVENT-IX)
                  "', ?, DATE '"
                  WS-SQL-DATE
                  "')"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-HT-TRIGGER(WS-HIT-IX)) TO SQL-PARAM(1)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC NOT = 0
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM PLACE-SECURITY-HOLD
           PERFORM QUEUE-OLD-CONTACT-ALERT
           PERFORM WRITE-HIT-LINE.

       PLACE-SECURITY-HOLD.
           *> CHECK-ACCOUNT-STATUS reports the account RESTRICTED until
           *> the hold date passes; a later hit only ever extends it
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET security_hold_until = "
                  "GREATEST(COALESCE(security_hold_until, DATE '"
                  WS-SQL-DATE
                  "'), DATE '"
                  WS-SQL-DATE
                  "' + "
                  WS-HOLD-DAYS
                  ") WHERE account_id::text = '"
                  FUNCTION TRIM(WS-ALERT-ACCOUNT)
                  "'"
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
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       QUEUE-OLD-CONTACT-ALERT.
           *> the alert names the contact details in force before the
           *> change, so it reaches the genuine customer and not the
           *> party who changed them; a new owner is reported to the
           *> account's existing owners
           MOVE WS-EV-OLD(WS-EVENT-IX) TO WS-OLD-CONTACT
           INSPECT WS-OLD-CONTACT REPLACING ALL "'" BY " "
           MOVE SPACES TO WS-ALERT-DETAIL
           IF WS-EV-KIND(WS-EVENT-IX)(1:6) = "OWNER-"
               STRING "security hold: new owner "
                      FUNCTION TRIM(WS-EV-CUSTOMER(WS-EVENT-IX))
                      " added "
                      WS-EV-DATE(WS-EVENT-IX)
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           ELSE
               IF WS-OLD-CONTACT = SPACES
                   MOVE "(none on file)" TO WS-OLD-CONTACT
               END-IF
               STRING "security hold; notify old "
                      FUNCTION TRIM(WS-EV-KIND(WS-EVENT-IX)) " "
                      FUNCTION TRIM(WS-OLD-CONTACT)
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           END-IF
           CALL STATIC "QUEUE-ALERT-TRIGGER"
               USING DBH, WS-ALERT-ACCOUNT, WS-ALERT-EVENT,
                     WS-ALERT-DETAIL.

       WRITE-HIT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " FUNCTION TRIM(WS-ALERT-ACCOUNT) "  "
                  FUNCTION TRIM(WS-EV-CUSTOMER(WS-EVENT-IX)) "  "
                  FUNCTION TRIM(WS-EV-KIND(WS-EVENT-IX)) "  "
                  WS-EV-DATE(WS-EVENT-IX) "  "
                  FUNCTION TRIM(WS-HT-TRIGGER(WS-HIT-IX))
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-EV-KIND(WS-EVENT-IX)(1:6) = "OWNER-"
               STRING "      alert to the account's existing owners"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "      alert to old "
                      FUNCTION TRIM(WS-EV-KIND(WS-EVENT-IX)) ": "
                      FUNCTION TRIM(WS-OLD-CONTACT)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
