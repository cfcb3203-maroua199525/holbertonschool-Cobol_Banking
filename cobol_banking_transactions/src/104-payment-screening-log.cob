IDENTIFICATION DIVISION.
       PROGRAM-ID. payment-screening-log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "payment-screening-log".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-LOG-FILENAME      PIC X(80).

       *> the day's record for the examiners: every outbound payment
       *> screened, every one held, and every desk decision, with
       *> who keyed it and who decided it
       01  WS-DET-ID            PIC X(10).
       01  WS-DET-CHANNEL       PIC X(8).
       01  WS-DET-ACCOUNT       PIC X(20).
       01  WS-DET-OUTCOME       PIC X(10).
       01  WS-DET-PARTIES       PIC X(41).
       01  WS-AMOUNT            PIC S9(9)V99.
       01  WS-AMT-EDIT          PIC -(9)9.99.
       01  WS-SCREENED-COUNT    PIC 9(7) VALUE 0.
       01  WS-CLEAR-COUNT       PIC 9(7) VALUE 0.
       01  WS-UNNAMED-COUNT     PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(7) VALUE 0.
       01  WS-RELEASED-COUNT    PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT        PIC 9(7) VALUE 0.
       *> held payments are filed to the payer's AML case once the
       *> log cursor is done
       01  WS-AML-TABLE.
           05  WS-AML-ENTRY     OCCURS 200 TIMES.
               10  WS-AML-HELD-ACCT PIC X(20).
               10  WS-AML-HELD-LINE PIC X(200).
       01  WS-AML-USED          PIC 9(3) VALUE 0.
       01  WS-AML-IX            PIC 9(3).
       01  WS-AML-CUSTOMER      PIC X(20).
       01  WS-AML-ACCOUNT       PIC X(20).
       01  WS-AML-SOURCE        PIC X(30)
           VALUE "payment-screening-log".
       01  WS-AML-EVIDENCE      PIC X(200).
       01  WS-AML-CASE-ID       PIC X(10).
       01  WS-AML-RESULT        PIC X.

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
           MOVE SPACES TO WS-LOG-FILENAME
           STRING "build/payment_screening_log_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN OUTPUT LOG-FILE

           MOVE SPACES TO LOG-RECORD
           STRING "OUTBOUND PAYMENT SCREENING LOG - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           MOVE ALL "=" TO LOG-RECORD
           WRITE LOG-RECORD

           MOVE "SCREENED TODAY" TO LOG-RECORD
           WRITE LOG-RECORD
           MOVE "  id  channel  account  outcome  amount  beneficiary"
               TO LOG-RECORD
           WRITE LOG-RECORD
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT screening_id || ';' || channel || ';' || "
                  "account_id || ';' || outcome, amount, "
                  "COALESCE(beneficiary,'') || ' / keyed by ' || "
                  "originator FROM payment_screening "
                  "WHERE screened_at::date = DATE '"
                  WS-SQL-DATE
                  "' ORDER BY screening_id"
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
               PERFORM LOG-ONE-SCREENING UNTIL RC NOT = 0
           END-IF
           PERFORM FILE-ONE-HELD-PAYMENT
               VARYING WS-AML-IX FROM 1 BY 1
               UNTIL WS-AML-IX > WS-AML-USED

           MOVE SPACES TO LOG-RECORD
           WRITE LOG-RECORD
           MOVE "DECIDED TODAY" TO LOG-RECORD
           WRITE LOG-RECORD
           MOVE "  id  decision  keyed/decided  amount  payee -> match"
               TO LOG-RECORD
           WRITE LOG-RECORD
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT screening_id || ';' || status || ';' || "
                  "originator || '/' || decided_by, amount, "
                  "COALESCE(beneficiary,'') || ' -> ' || "
                  "COALESCE(matched_name,'') FROM payment_screening "
                  "WHERE decided_at::date = DATE '"
                  WS-SQL-DATE
                  "' ORDER BY screening_id"
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
               PERFORM LOG-ONE-DECISION UNTIL RC NOT = 0
           END-IF

           *> held items from any day still waiting on the desk
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FROM payment_screening "
                  "WHERE status = 'HELD'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               COMPUTE WS-OPEN-COUNT =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF

           MOVE SPACES TO LOG-RECORD
           WRITE LOG-RECORD
           MOVE SPACES TO LOG-RECORD
           STRING "Screened " WS-SCREENED-COUNT ": clear "
                  WS-CLEAR-COUNT ", held " WS-HELD-COUNT
                  ", no beneficiary name " WS-UNNAMED-COUNT
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           MOVE SPACES TO LOG-RECORD
           STRING "Decided today: released " WS-RELEASED-COUNT
                  ", rejected " WS-REJECTED-COUNT
                  "; still held awaiting the desk " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Payment screening log written to "
                   FUNCTION TRIM(WS-LOG-FILENAME) " - "
                   WS-SCREENED-COUNT " screened, " WS-HELD-COUNT
                   " held, " WS-RELEASED-COUNT " released."
           GOBACK.

       LOG-ONE-SCREENING.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DET-ID, WS-DET-CHANNEL, WS-DET-ACCOUNT,
               WS-DET-OUTCOME
           UNSTRING C1 DELIMITED BY ";"
               INTO WS-DET-ID, WS-DET-CHANNEL, WS-DET-ACCOUNT,
                    WS-DET-OUTCOME
           END-UNSTRING
           ADD 1 TO WS-SCREENED-COUNT
           EVALUATE WS-DET-OUTCOME
               WHEN "HELD"
                   ADD 1 TO WS-HELD-COUNT
               WHEN "UNNAMED"
                   ADD 1 TO WS-UNNAMED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CLEAR-COUNT
           END-EVALUATE
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(C2)
           MOVE WS-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO LOG-RECORD
           STRING "  " FUNCTION TRIM(WS-DET-ID) "  "
                  FUNCTION TRIM(WS-DET-CHANNEL) "  "
                  FUNCTION TRIM(WS-DET-ACCOUNT) "  "
                  FUNCTION TRIM(WS-DET-OUTCOME) "  "
                  FUNCTION TRIM(WS-AMT-EDIT) "  "
                  FUNCTION TRIM(C3)
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           IF WS-DET-OUTCOME = "HELD" AND WS-AML-USED < 200
               ADD 1 TO WS-AML-USED
               MOVE WS-DET-ACCOUNT TO WS-AML-HELD-ACCT(WS-AML-USED)
               MOVE SPACES TO WS-AML-HELD-LINE(WS-AML-USED)
               STRING WS-SQL-DATE " outbound payment held: "
                      FUNCTION TRIM(LOG-RECORD)
                   DELIMITED BY SIZE
                   INTO WS-AML-HELD-LINE(WS-AML-USED)
           END-IF.

       FILE-ONE-HELD-PAYMENT.
           MOVE SPACES TO WS-AML-CUSTOMER
           MOVE WS-AML-HELD-ACCT(WS-AML-IX) TO WS-AML-ACCOUNT
           MOVE WS-AML-HELD-LINE(WS-AML-IX) TO WS-AML-EVIDENCE
           CALL STATIC "REGISTER-AML-HIT"
               USING DBH, WS-AML-CUSTOMER, WS-AML-ACCOUNT,
                     WS-AML-SOURCE, WS-AML-EVIDENCE, WS-AML-CASE-ID,
                     WS-AML-RESULT.

       LOG-ONE-DECISION.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DET-ID, WS-DET-OUTCOME, WS-DET-PARTIES
           UNSTRING C1 DELIMITED BY ";"
               INTO WS-DET-ID, WS-DET-OUTCOME, WS-DET-PARTIES
           END-UNSTRING
           IF WS-DET-OUTCOME = "RELEASED"
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(C2)
           MOVE WS-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO LOG-RECORD
           STRING "  " FUNCTION TRIM(WS-DET-ID) "  "
                  FUNCTION TRIM(WS-DET-OUTCOME) "  "
                  FUNCTION TRIM(WS-DET-PARTIES) "  "
                  FUNCTION TRIM(WS-AMT-EDIT) "  "
                  FUNCTION TRIM(C3)
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD.
