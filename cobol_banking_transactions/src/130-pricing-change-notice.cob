IDENTIFICATION DIVISION.
       PROGRAM-ID. pricing-change-notice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO "build/pricing_notice_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT PAYLOAD-FILE ASSIGN TO "notice_payload.json"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE.
       01  LETTER-LINE          PIC X(80).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD      PIC X(200).
       FD  PAYLOAD-FILE.
       01  PAYLOAD-RECORD       PIC X(2400).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "pricing-change-notice".
       01  LETTER-FILE-STATUS   PIC XX.
       01  REGISTER-FILE-STATUS PIC XX.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-LETTER-FILENAME   PIC X(80).
       01  WS-PRINT-DATE.
           05  WS-PD-YYYY       PIC X(4).
           05  FILLER           PIC X VALUE "-".
           05  WS-PD-MM         PIC X(2).
           05  FILLER           PIC X VALUE "-".
           05  WS-PD-DD         PIC X(2).

       *> no change may take effect sooner than this many days
       *> after its notice went out - the same period
       *> process-transactions dated the change with
       01  WS-NOTICE-DAYS       PIC 9(3) VALUE 30.
       01  WS-ENV-NOTICE-DAYS   PIC X(5).
       01  WS-NOTICE-DAYS-DSP   PIC ZZ9.

       *> notices go electronically the way statement-edelivery
       *> pushes statements, on paper the way the overdraft
       *> notices are printed
       01  WS-DELIVERY-URL      PIC X(200)
           VALUE "https://notify.example.com/api/notices".
       01  WS-ENV-DELIVERY-URL  PIC X(200).
       01  WS-CURL-COMMAND      PIC X(500).
       01  WS-STATUS-FILE-NAME  PIC X(200)
           VALUE "notice_delivery_status.txt".
       01  WS-HTTP-STATUS       PIC 9(3) VALUE 0.
       01  WS-MAX-RETRIES       PIC 9(2) VALUE 3.
       01  WS-SUCCESS-MIN       PIC 9(3) VALUE 200.
       01  WS-SUCCESS-MAX       PIC 9(3) VALUE 299.
       01  WS-CALL-RESULT       PIC X.
           88  NOTICE-DELIVERED        VALUE 'Y'.

       *> changes still owed a notice, grouped by account
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY  OCCURS 500 TIMES.
               10  WS-CH-ID         PIC X(10).
               10  WS-CH-ACCOUNT    PIC X(10).
               10  WS-CH-KIND       PIC X(10).
               10  WS-CH-EFFECTIVE  PIC X(10).
               10  WS-CH-DESC       PIC X(160).
       01  WS-CHANGE-USED       PIC 9(3) VALUE 0.
       01  WS-CHANGE-IX         PIC 9(3).
       01  WS-GROUP-START       PIC 9(3).
       01  WS-GROUP-END         PIC 9(3).
       01  WS-KEY-FIELDS        PIC X(64).

       *> the addressee of one account's notice
       01  WS-CUST-NAME         PIC X(50).
       01  WS-CUST-ADDRESS      PIC X(80).
       01  WS-PREF              PIC X(12).
       01  WS-MAIL-SUPPRESSED   PIC X(1).
       01  WS-CUST-FIELDS       PIC X(64).
       01  WS-CHANNELS          PIC X(30).
       01  WS-OUTCOME           PIC X(40).
       01  WS-SENT-FLAG         PIC X.
           88  NOTICE-SENT             VALUE 'Y'.
       01  WS-LETTER-WRITTEN    PIC X VALUE 'N'.

       01  WS-JSON              PIC X(2400).
       01  WS-JSON-PTR          PIC 9(5).

       *> due changes, applied in the order they were keyed
       01  WS-APPLY-TABLE.
           05  WS-APPLY-ENTRY   OCCURS 500 TIMES.
               10  WS-AP-ID         PIC X(10).
               10  WS-AP-ACCOUNT    PIC X(10).
               10  WS-AP-KIND       PIC X(10).
               10  WS-AP-CEILING    PIC X(20).
               10  WS-AP-RATE       PIC X(20).
       01  WS-APPLY-USED        PIC 9(3) VALUE 0.
       01  WS-APPLY-IX          PIC 9(3).
       01  WS-APPLY-FIELDS      PIC X(64).

       01  WS-ACCOUNT-COUNT     PIC 9(5) VALUE 0.
       01  WS-SENT-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNSENT-COUNT      PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(5) VALUE 0.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "pricing-change-notice".
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

           MOVE SPACES TO WS-ENV-NOTICE-DAYS
           ACCEPT WS-ENV-NOTICE-DAYS FROM ENVIRONMENT
               "PRICING_NOTICE_DAYS"
           IF WS-ENV-NOTICE-DAYS NOT = SPACES
               COMPUTE WS-NOTICE-DAYS =
                   FUNCTION NUMVAL(WS-ENV-NOTICE-DAYS)
           END-IF
           MOVE WS-NOTICE-DAYS TO WS-NOTICE-DAYS-DSP

           MOVE SPACES TO WS-ENV-DELIVERY-URL
           ACCEPT WS-ENV-DELIVERY-URL FROM ENVIRONMENT
               "NOTICE_DELIVERY_URL"
           IF WS-ENV-DELIVERY-URL NOT = SPACES
               MOVE WS-ENV-DELIVERY-URL TO WS-DELIVERY-URL
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
           MOVE WS-BUSINESS-DATE(1:4) TO WS-PD-YYYY
           MOVE WS-BUSINESS-DATE(5:2) TO WS-PD-MM
           MOVE WS-BUSINESS-DATE(7:2) TO WS-PD-DD
           MOVE SPACES TO WS-LETTER-FILENAME
           STRING "build/pricing_notices_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-LETTER-FILENAME

           PERFORM ROLL-UNNOTIFIED-DATES
           PERFORM COLLECT-PENDING-NOTICES
           IF WS-CHANGE-USED = 0
               DISPLAY "No pricing changes awaiting customer notice."
           ELSE
               PERFORM NOTICE-ONE-ACCOUNT
                   VARYING WS-CHANGE-IX FROM 1 BY 1
                   UNTIL WS-CHANGE-IX > WS-CHANGE-USED
               DISPLAY "Pricing notices: " WS-ACCOUNT-COUNT
                       " account(s), " WS-SENT-COUNT " sent, "
                       WS-UNSENT-COUNT " not deliverable tonight."
               IF WS-LETTER-WRITTEN = 'Y'
                   DISPLAY "  letters: "
                           FUNCTION TRIM(WS-LETTER-FILENAME)
               END-IF
           END-IF

           PERFORM COLLECT-DUE-CHANGES
           PERFORM APPLY-ONE-CHANGE
               VARYING WS-APPLY-IX FROM 1 BY 1
               UNTIL WS-APPLY-IX > WS-APPLY-USED
           DISPLAY "Pricing changes applied today: " WS-APPLIED-COUNT
                   ", failed: " WS-FAILED-COUNT

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       ROLL-UNNOTIFIED-DATES.
           *> a change whose notice has not gone yet moves out so the
           *> full notice period still runs from the day it does go;
           *> a scheduled pricing row moves with its change
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE pricing_schedule p SET effective_date = "
                  "CURRENT_DATE + "
                  FUNCTION TRIM(WS-NOTICE-DAYS-DSP)
                  " FROM pricing_changes c "
                  "WHERE c.change_kind = 'PRICING' "
                  "AND c.status = 'SCHEDULED' "
                  "AND c.notice_status = 'PENDING' "
                  "AND c.effective_date < CURRENT_DATE + "
                  FUNCTION TRIM(WS-NOTICE-DAYS-DSP)
                  " AND p.account_id = c.account_id "
                  "AND p.effective_date = c.effective_date"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE pricing_changes SET effective_date = "
                  "CURRENT_DATE + "
                  FUNCTION TRIM(WS-NOTICE-DAYS-DSP)
                  " WHERE status = 'SCHEDULED' "
                  "AND notice_status = 'PENDING' "
                  "AND effective_date < CURRENT_DATE + "
                  FUNCTION TRIM(WS-NOTICE-DAYS-DSP)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       COLLECT-PENDING-NOTICES.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT change_id || ';' || account_id || ';' || "
                  "change_kind || ';' || effective_date, '', "
                  "COALESCE(description, '') FROM pricing_changes "
                  "WHERE status = 'SCHEDULED' "
                  "AND notice_status = 'PENDING' "
                  "ORDER BY account_id, change_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           PERFORM BUFFER-ONE-CHANGE UNTIL RC NOT = 0.

       BUFFER-ONE-CHANGE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-CHANGE-USED < 500
               ADD 1 TO WS-CHANGE-USED
               MOVE SPACES TO WS-KEY-FIELDS
               MOVE FUNCTION TRIM(C1) TO WS-KEY-FIELDS
               UNSTRING WS-KEY-FIELDS DELIMITED BY ";"
                   INTO WS-CH-ID(WS-CHANGE-USED),
                        WS-CH-ACCOUNT(WS-CHANGE-USED),
                        WS-CH-KIND(WS-CHANGE-USED),
                        WS-CH-EFFECTIVE(WS-CHANGE-USED)
               END-UNSTRING
               MOVE FUNCTION TRIM(C3) TO WS-CH-DESC(WS-CHANGE-USED)
           END-IF.

       NOTICE-ONE-ACCOUNT.
           *> one notice per account lists every change it is owed;
           *> the loop enters here on each row but only the first
           *> row of an account's run does the work
           IF WS-CHANGE-IX > 1
               IF WS-CH-ACCOUNT(WS-CHANGE-IX) =
                       WS-CH-ACCOUNT(WS-CHANGE-IX - 1)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CHANGE-IX TO WS-GROUP-START
           MOVE WS-CHANGE-IX TO WS-GROUP-END
           PERFORM EXTEND-ACCOUNT-GROUP
               UNTIL WS-GROUP-END >= WS-CHANGE-USED
                  OR WS-CH-ACCOUNT(WS-GROUP-END + 1) NOT =
                     WS-CH-ACCOUNT(WS-GROUP-START)
           ADD 1 TO WS-ACCOUNT-COUNT

           PERFORM LOOKUP-ADDRESSEE
           MOVE 'N' TO WS-SENT-FLAG
           MOVE SPACES TO WS-CHANNELS, WS-OUTCOME

           *> paper unless returned mail has stopped the account's
           *> post; electronic when the customer asked for it
           IF WS-PREF NOT = "ELECTRONIC"
               IF WS-MAIL-SUPPRESSED = "Y"
                   MOVE "paper stopped - returned mail" TO WS-OUTCOME
               ELSE
                   PERFORM WRITE-NOTICE-LETTER
                   MOVE "LETTER" TO WS-CHANNELS
                   MOVE 'Y' TO WS-SENT-FLAG
               END-IF
           END-IF
           IF WS-PREF = "ELECTRONIC" OR WS-PREF = "BOTH"
               PERFORM DELIVER-NOTICE-ELECTRONIC
               IF NOTICE-DELIVERED
                   IF WS-CHANNELS = SPACES
                       MOVE "EDELIV" TO WS-CHANNELS
                   ELSE
                       MOVE "LETTER+EDELIV" TO WS-CHANNELS
                   END-IF
                   MOVE 'Y' TO WS-SENT-FLAG
               ELSE
                   MOVE SPACES TO WS-OUTCOME
                   STRING "electronic delivery failed (HTTP "
                          WS-HTTP-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OUTCOME
               END-IF
           END-IF

           IF NOTICE-SENT
               ADD 1 TO WS-SENT-COUNT
               MOVE "SENT" TO WS-OUTCOME
               PERFORM MARK-GROUP-SENT
           ELSE
               ADD 1 TO WS-UNSENT-COUNT
               MOVE "NONE" TO WS-CHANNELS
               DISPLAY "No notice reached account "
                       FUNCTION TRIM(WS-CH-ACCOUNT(WS-GROUP-START))
                       " (" FUNCTION TRIM(WS-OUTCOME)
                       ") - its change(s) stay held."
           END-IF
           PERFORM RECORD-REGISTER-LINE
               VARYING WS-CHANGE-IX FROM WS-GROUP-START BY 1
               UNTIL WS-CHANGE-IX > WS-GROUP-END
           MOVE WS-GROUP-END TO WS-CHANGE-IX.

       EXTEND-ACCOUNT-GROUP.
           ADD 1 TO WS-GROUP-END.

       LOOKUP-ADDRESSEE.
           *> the most recent address on the history wins; customers
           *> predating the history fall back to the customer row
           MOVE SPACES TO WS-CUST-NAME, WS-CUST-ADDRESS,
               WS-MAIL-SUPPRESSED
           MOVE "PAPER" TO WS-PREF
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(c.stmt_delivery,'PAPER') || ';' "
                  "|| COALESCE(a.mail_suppressed,'N'), "
                  "COALESCE(c.name,''), COALESCE((SELECT h.address "
                  "FROM customer_address_history h "
                  "WHERE h.customer_id = a.customer_id "
                  "ORDER BY h.effective_from DESC LIMIT 1), "
                  "c.address, 'address not on file') "
                  "FROM accounts a "
                  "LEFT JOIN customers c USING (customer_id) "
                  "WHERE a.account_id = '"
                  FUNCTION TRIM(WS-CH-ACCOUNT(WS-GROUP-START))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               MOVE SPACES TO WS-CUST-FIELDS
               MOVE FUNCTION TRIM(C1) TO WS-CUST-FIELDS
               UNSTRING WS-CUST-FIELDS DELIMITED BY ";"
                   INTO WS-PREF, WS-MAIL-SUPPRESSED
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREF))
                   TO WS-PREF
               MOVE FUNCTION TRIM(C2) TO WS-CUST-NAME
               MOVE FUNCTION TRIM(C3) TO WS-CUST-ADDRESS
           END-IF.

       WRITE-NOTICE-LETTER.
           IF WS-LETTER-WRITTEN = 'N'
               OPEN INPUT LETTER-FILE
               IF LETTER-FILE-STATUS = "35" THEN
                   OPEN OUTPUT LETTER-FILE
                   CLOSE LETTER-FILE
               ELSE
                   CLOSE LETTER-FILE
               END-IF
               MOVE 'Y' TO WS-LETTER-WRITTEN
           END-IF
           OPEN EXTEND LETTER-FILE

           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING WS-PRINT-DATE DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-CUST-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-CUST-ADDRESS TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "NOTICE OF CHANGES TO YOUR ACCOUNT TERMS" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Dear " FUNCTION TRIM(WS-CUST-NAME) ","
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "We are writing to tell you of the following changes "
                  "to account "
                  FUNCTION TRIM(WS-CH-ACCOUNT(WS-GROUP-START)) ":"
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM WRITE-LETTER-CHANGE
               VARYING WS-CHANGE-IX FROM WS-GROUP-START BY 1
               UNTIL WS-CHANGE-IX > WS-GROUP-END
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "Nothing changes before the date shown. If you do not"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "wish to accept a change you may close the account"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "without charge before it takes effect."
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           CLOSE LETTER-FILE
           MOVE WS-GROUP-START TO WS-CHANGE-IX.

       WRITE-LETTER-CHANGE.
           MOVE SPACES TO LETTER-LINE
           STRING "  From " WS-CH-EFFECTIVE(WS-CHANGE-IX) ": "
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " WS-CH-DESC(WS-CHANGE-IX)(1:72)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-CH-DESC(WS-CHANGE-IX)(73:88) NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    " WS-CH-DESC(WS-CHANGE-IX)(73:72)
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       DELIVER-NOTICE-ELECTRONIC.
           MOVE SPACES TO WS-JSON
           MOVE 1 TO WS-JSON-PTR
           STRING "{""notice"":{""account"":"""
                  FUNCTION TRIM(WS-CH-ACCOUNT(WS-GROUP-START))
                  """,""notice_date"":"""
                  WS-BUSINESS-DATE
                  """,""holder"":"""
                  FUNCTION TRIM(WS-CUST-NAME)
                  """,""changes"":["
               DELIMITED BY SIZE INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING
           PERFORM APPEND-CHANGE-JSON
               VARYING WS-CHANGE-IX FROM WS-GROUP-START BY 1
               UNTIL WS-CHANGE-IX > WS-GROUP-END
           STRING "]}}"
               DELIMITED BY SIZE INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-GROUP-START TO WS-CHANGE-IX

           OPEN OUTPUT PAYLOAD-FILE
           MOVE SPACES TO PAYLOAD-RECORD
           MOVE WS-JSON TO PAYLOAD-RECORD
           WRITE PAYLOAD-RECORD
           CLOSE PAYLOAD-FILE

           MOVE SPACES TO WS-CURL-COMMAND
           STRING "curl -s -X POST "
                  "-H ""Content-Type: application/json"" "
                  "-d @notice_payload.json "
                  FUNCTION TRIM(WS-DELIVERY-URL)
                  " -o notice_delivery_response.json"
                  " -w '%{http_code}' > notice_delivery_status.txt"
               DELIMITED BY SIZE INTO WS-CURL-COMMAND
           MOVE 'N' TO WS-CALL-RESULT
           CALL STATIC "HTTP-CALL-RETRY"
               USING WS-CURL-COMMAND, WS-STATUS-FILE-NAME,
                     WS-MAX-RETRIES, WS-SUCCESS-MIN, WS-SUCCESS-MAX,
                     WS-HTTP-STATUS, WS-CALL-RESULT.

       APPEND-CHANGE-JSON.
           IF WS-JSON-PTR < 2200
               IF WS-CHANGE-IX > WS-GROUP-START
                   STRING "," DELIMITED BY SIZE INTO WS-JSON
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               STRING "{""effective_date"":"""
                      WS-CH-EFFECTIVE(WS-CHANGE-IX)
                      """,""change"":"""
                      FUNCTION TRIM(WS-CH-DESC(WS-CHANGE-IX))
                      """}"
                   DELIMITED BY SIZE INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

       MARK-GROUP-SENT.
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE pricing_changes SET notice_status = 'SENT', "
                  "notice_date = CURRENT_DATE, notice_channel = '"
                  FUNCTION TRIM(WS-CHANNELS)
                  "' WHERE account_id = '"
                  FUNCTION TRIM(WS-CH-ACCOUNT(WS-GROUP-START))
                  "' AND notice_status = 'PENDING' "
                  "AND change_id BETWEEN "
                  FUNCTION TRIM(WS-CH-ID(WS-GROUP-START))
                  " AND "
                  FUNCTION TRIM(WS-CH-ID(WS-GROUP-END))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       RECORD-REGISTER-LINE.
           *> one line per change per attempt - the conduct record
           *> of what each customer was told, how and when
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35" THEN
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
           ELSE
               CLOSE REGISTER-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           MOVE SPACES TO REGISTER-RECORD
           STRING WS-BUSINESS-DATE "|"
                  FUNCTION TRIM(WS-CH-ID(WS-CHANGE-IX)) "|"
                  FUNCTION TRIM(WS-CH-ACCOUNT(WS-CHANGE-IX)) "|"
                  FUNCTION TRIM(WS-CH-KIND(WS-CHANGE-IX)) "|"
                  WS-CH-EFFECTIVE(WS-CHANGE-IX) "|"
                  FUNCTION TRIM(WS-CHANNELS) "|"
                  FUNCTION TRIM(WS-OUTCOME) "|"
                  FUNCTION TRIM(WS-CUST-NAME)
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.

       COLLECT-DUE-CHANGES.
           *> due, announced, and with nothing keyed earlier for the
           *> same account still waiting - a band set goes in the
           *> order it was keyed
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT change_id || ';' || account_id || ';' || "
                  "change_kind, COALESCE(band_ceiling,'') || ';' || "
                  "COALESCE(new_rate::text,''), '' "
                  "FROM pricing_changes c WHERE status = 'SCHEDULED' "
                  "AND notice_status = 'SENT' "
                  "AND effective_date <= CURRENT_DATE "
                  "AND NOT EXISTS (SELECT 1 FROM pricing_changes p "
                  "WHERE p.account_id = c.account_id "
                  "AND p.change_kind = c.change_kind "
                  "AND p.status = 'SCHEDULED' "
                  "AND p.change_id < c.change_id "
                  "AND (p.effective_date > CURRENT_DATE "
                  "OR p.notice_status <> 'SENT')) "
                  "ORDER BY change_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           PERFORM BUFFER-ONE-DUE UNTIL RC NOT = 0.

       BUFFER-ONE-DUE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-APPLY-USED < 500
               ADD 1 TO WS-APPLY-USED
               MOVE SPACES TO WS-KEY-FIELDS
               MOVE FUNCTION TRIM(C1) TO WS-KEY-FIELDS
               UNSTRING WS-KEY-FIELDS DELIMITED BY ";"
                   INTO WS-AP-ID(WS-APPLY-USED),
                        WS-AP-ACCOUNT(WS-APPLY-USED),
                        WS-AP-KIND(WS-APPLY-USED)
               END-UNSTRING
               MOVE SPACES TO WS-APPLY-FIELDS
               MOVE FUNCTION TRIM(C2) TO WS-APPLY-FIELDS
               UNSTRING WS-APPLY-FIELDS DELIMITED BY ";"
                   INTO WS-AP-CEILING(WS-APPLY-USED),
                        WS-AP-RATE(WS-APPLY-USED)
               END-UNSTRING
           END-IF.

       APPLY-ONE-CHANGE.
           *> a pricing row was written dated ahead and is already in
           *> force today; a band line is carried out now exactly as
           *> process-transactions would have done on the day
           MOVE SPACES TO SQL-COMMAND
           IF WS-AP-KIND(WS-APPLY-IX) = "RATEBAND"
               EVALUATE FUNCTION TRIM(WS-AP-CEILING(WS-APPLY-IX))
                   WHEN "CLEAR"
                       STRING "DELETE FROM rate_bands "
                              "WHERE account_id = '"
                              FUNCTION TRIM(WS-AP-ACCOUNT(WS-APPLY-IX))
                              "'"
                           DELIMITED BY SIZE INTO SQL-COMMAND
                   WHEN "OPEN"
                       STRING "INSERT INTO rate_bands (account_id, "
                              "band_to, rate, effective_date) VALUES ('"
                              FUNCTION TRIM(WS-AP-ACCOUNT(WS-APPLY-IX))
                              "', NULL, "
                              FUNCTION TRIM(WS-AP-RATE(WS-APPLY-IX))
                              ", CURRENT_DATE)"
                           DELIMITED BY SIZE INTO SQL-COMMAND
                   WHEN OTHER
                       STRING "INSERT INTO rate_bands (account_id, "
                              "band_to, rate, effective_date) VALUES ('"
                              FUNCTION TRIM(WS-AP-ACCOUNT(WS-APPLY-IX))
                              "', "
                              FUNCTION TRIM(WS-AP-CEILING(WS-APPLY-IX))
                              ", "
                              FUNCTION TRIM(WS-AP-RATE(WS-APPLY-IX))
                              ", CURRENT_DATE)"
                           DELIMITED BY SIZE INTO SQL-COMMAND
               END-EVALUATE
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               IF STMT = NULL-PTR THEN
                   CALL STATIC "LOG-DB-ERROR"
                       USING WS-ERROR-SOURCE, SQL-COMMAND
                   ADD 1 TO WS-FAILED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE pricing_changes SET status = 'APPLIED', "
                  "applied_date = CURRENT_DATE WHERE change_id = "
                  FUNCTION TRIM(WS-AP-ID(WS-APPLY-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "Applied "
                       FUNCTION TRIM(WS-AP-KIND(WS-APPLY-IX))
                       " change "
                       FUNCTION TRIM(WS-AP-ID(WS-APPLY-IX))
                       " for account "
                       FUNCTION TRIM(WS-AP-ACCOUNT(WS-APPLY-IX))
           END-IF.
