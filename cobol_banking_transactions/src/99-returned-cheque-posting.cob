IDENTIFICATION DIVISION.
       PROGRAM-ID. returned-cheque-posting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE ASSIGN TO WS-RETURNS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-FILE.
       01  RETURNS-RECORD       PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "returned-cheque-posting".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.
       01  RETURNS-FILE-STATUS  PIC XX.
       01  WS-EOF               PIC X.

       *> the clearing house's inward returns file - cheques our
       *> customers deposited that the paying bank sent back:
       *>   HEADER,clearing-id,return-date(YYYYMMDD)
       *>   ITEM,deposit-tx-ref,amount,return-reason[,cheque-serial]
       *>   TRAILER,item-count,item-total
       01  WS-RETURNS-FILE-NAME PIC X(80)
           VALUE "build/inward_cheque_returns.dat".
       01  WS-COMMAND-LINE      PIC X(200).
       01  WS-LINE-ACTION       PIC X(20).
       01  WS-LINE-F2           PIC X(50).
       01  WS-LINE-F3           PIC X(50).
       01  WS-LINE-F4           PIC X(50).
       01  WS-LINE-F5           PIC X(50).
       01  WS-CLEARING-ID       PIC X(20).
       01  WS-RETURN-DATE       PIC X(8).
       01  WS-BATCH-KEY         PIC X(40).
       01  WS-SAW-HEADER        PIC X VALUE 'N'.
       01  WS-SAW-TRAILER       PIC X VALUE 'N'.
       01  WS-TRAILER-COUNT     PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL     PIC S9(11)V99 VALUE 0.

       *> every item is buffered and the trailer proved before a
       *> single chargeback runs - a short file never half-posts
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY    OCCURS 2000 TIMES.
               10  WS-IT-REF        PIC X(30).
               10  WS-IT-AMOUNT     PIC S9(9)V99.
               10  WS-IT-REASON     PIC X(20).
               10  WS-IT-SERIAL     PIC X(12).
       01  WS-ITEM-USED         PIC 9(4) VALUE 0.
       01  WS-ITEM-IX           PIC 9(4).
       01  WS-FILE-COUNT        PIC 9(7) VALUE 0.
       01  WS-FILE-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-OVERFLOW-FLAG     PIC X VALUE 'N'.

       01  WS-DEP-ACCOUNT       PIC X(10).
       01  WS-DEP-AMOUNT        PIC S9(9)V99.
       01  WS-DEP-PARTS         PIC X(60).
       01  WS-DEP-F1            PIC X(20).
       01  WS-DEP-F2            PIC X(20).
       01  WS-ACCT-STATUS       PIC X(10).
       01  WS-BREAK-REASON      PIC X(12).
       01  WS-TX-REF            PIC X(30).
       01  WS-HOLD-NOTE         PIC X(20).

       *> House default, charged per returned item to depositors with
       *> no returned_item_fee row in pricing_schedule.
       01  WS-DEFAULT-FEE       PIC S9(9)V99 VALUE 25.00.
       01  WS-RETURN-FEE        PIC S9(9)V99.
       01  WS-FEE-EDIT          PIC 9(7).99.

       *> depositors with this many returns in the last 90 days go
       *> on the exception report for a longer hold
       01  WS-REPEAT-LIMIT      PIC 9(3) VALUE 2.
       01  WS-ENV-REPEAT        PIC X(5).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-REPORT-FILENAME   PIC X(80).
       01  WS-DETAIL            PIC X(256).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-DET-F4            PIC X(20).
       01  WS-LAST-BRANCH       PIC X(10).
       01  WS-EXCEPTION-COUNT   PIC 9(5) VALUE 0.

       01  WS-AMOUNT-EDIT       PIC 9(9).99.
       01  WS-TOTAL-EDIT        PIC -(11)9.99.
       01  WS-FORMATTED-AMOUNT  PIC X(20).
       01  WS-POSTED-COUNT      PIC 9(7) VALUE 0.
       01  WS-POSTED-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-BREAK-COUNT       PIC 9(7) VALUE 0.
       01  WS-BREAK-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-REPEAT-COUNT      PIC 9(7) VALUE 0.
       01  WS-REPEAT-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-PROVED-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-HOLDS-CONSUMED    PIC 9(7) VALUE 0.
       01  WS-FEE-COUNT         PIC 9(7) VALUE 0.
       01  WS-FEE-TOTAL         PIC S9(11)V99 VALUE 0.

       01  WS-HASH-TYPE         PIC X(12).
       01  WS-HASH-AMOUNT       PIC X(20).
       01  WS-PREV-HASH         PIC X(16).
       01  WS-ENTRY-HASH        PIC X(16).
       01  WS-ACCT-ID-STR       PIC X(20).
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-JOURNAL-TYPE      PIC X(12).
       01  WS-JOURNAL-AMOUNT    PIC X(20).
       01  WS-JOURNAL-SIGNED    PIC -(9)9.99.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "returned-cheque-posting".
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
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE FUNCTION TRIM(WS-COMMAND-LINE)
                   TO WS-RETURNS-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-REPEAT
           ACCEPT WS-ENV-REPEAT FROM ENVIRONMENT "RETURNED_ITEM_LIMIT"
           IF FUNCTION TRIM(WS-ENV-REPEAT) IS NUMERIC
               COMPUTE WS-REPEAT-LIMIT = FUNCTION NUMVAL(WS-ENV-REPEAT)
           END-IF

           PERFORM LOAD-RETURNS-FILE
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM PROVE-FILE-TRAILER
           IF RETURN-CODE NOT = 0
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
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE

           PERFORM CHECK-FILE-NOT-APPLIED
           IF RETURN-CODE = 0
               PERFORM POST-ONE-RETURN
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-USED
               PERFORM PROVE-POSTED-TOTALS
               PERFORM REGISTER-FILE-APPLIED
               PERFORM WRITE-EXCEPTION-REPORT
           END-IF

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       LOAD-RETURNS-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RETURNS-FILE
           IF RETURNS-FILE-STATUS NOT = "00"
               DISPLAY "ABORT: returns file "
                       FUNCTION TRIM(WS-RETURNS-FILE-NAME)
                       " could not be opened."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-RETURNS-LINE UNTIL WS-EOF = 'Y'
           CLOSE RETURNS-FILE
           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY "ABORT: returns file holds more than "
                       "2000 items - nothing posted."
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-ONE-RETURNS-LINE.
           READ RETURNS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM STORE-ONE-RETURNS-LINE
           END-READ.

       STORE-ONE-RETURNS-LINE.
           MOVE SPACES TO WS-LINE-ACTION, WS-LINE-F2, WS-LINE-F3,
               WS-LINE-F4, WS-LINE-F5
           UNSTRING RETURNS-RECORD DELIMITED BY ","
               INTO WS-LINE-ACTION, WS-LINE-F2, WS-LINE-F3,
                    WS-LINE-F4, WS-LINE-F5
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE-ACTION))
               WHEN "HEADER"
                   MOVE 'Y' TO WS-SAW-HEADER
                   MOVE FUNCTION TRIM(WS-LINE-F2) TO WS-CLEARING-ID
                   MOVE FUNCTION TRIM(WS-LINE-F3) TO WS-RETURN-DATE
               WHEN "TRAILER"
                   MOVE 'Y' TO WS-SAW-TRAILER
                   COMPUTE WS-TRAILER-COUNT =
                       FUNCTION NUMVAL(WS-LINE-F2)
                   COMPUTE WS-TRAILER-TOTAL =
                       FUNCTION NUMVAL(WS-LINE-F3)
               WHEN "ITEM"
                   ADD 1 TO WS-FILE-COUNT
                   IF WS-ITEM-USED < 2000
                       ADD 1 TO WS-ITEM-USED
                       MOVE FUNCTION TRIM(WS-LINE-F2)
                           TO WS-IT-REF(WS-ITEM-USED)
                       COMPUTE WS-IT-AMOUNT(WS-ITEM-USED) =
                           FUNCTION NUMVAL(WS-LINE-F3)
                       MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-LINE-F4))
                           TO WS-IT-REASON(WS-ITEM-USED)
                       MOVE FUNCTION TRIM(WS-LINE-F5)
                           TO WS-IT-SERIAL(WS-ITEM-USED)
                       ADD WS-IT-AMOUNT(WS-ITEM-USED) TO WS-FILE-TOTAL
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROVE-FILE-TRAILER.
           *> the file must be whole before any of it posts
           IF WS-SAW-HEADER = 'N' OR WS-SAW-TRAILER = 'N'
               DISPLAY "ABORT: returns file missing HEADER or "
                       "TRAILER - nothing posted."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-COUNT NOT = WS-TRAILER-COUNT
              OR WS-FILE-TOTAL NOT = WS-TRAILER-TOTAL
               MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "ABORT: returns file holds " WS-FILE-COUNT
                       " item(s) totalling "
                       FUNCTION TRIM(WS-TOTAL-EDIT)
               MOVE WS-TRAILER-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "       trailer declares " WS-TRAILER-COUNT
                       " item(s) totalling "
                       FUNCTION TRIM(WS-TOTAL-EDIT)
                       " - nothing posted."
               MOVE 4 TO RETURN-CODE
           END-IF.

       CHECK-FILE-NOT-APPLIED.
           *> the same clearing day never posts twice
           MOVE SPACES TO WS-BATCH-KEY
           STRING "CHQRET-" FUNCTION TRIM(WS-CLEARING-ID) "-"
                  WS-RETURN-DATE
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT applied_at FROM processed_batches "
                  "WHERE batch_id = '"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               DISPLAY "ABORT: returns "
                       FUNCTION TRIM(WS-BATCH-KEY)
                       " already applied at "
                       FUNCTION TRIM(SINGLE-RESULT-BUFFER)
               MOVE 4 TO RETURN-CODE
           END-IF.

       POST-ONE-RETURN.
           *> the chargeback carries the deposit's own reference, the
           *> way an outbound RETURN carries its end-to-end reference
           MOVE WS-IT-REF(WS-ITEM-IX) TO WS-TX-REF

           *> a deposit already charged back posted on an earlier,
           *> interrupted run
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT 1 FROM tx_log WHERE tx_ref = '"
                  FUNCTION TRIM(WS-TX-REF)
                  "' AND tx_type = 'CHQ_RETURN'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               ADD 1 TO WS-REPEAT-COUNT
               ADD WS-IT-AMOUNT(WS-ITEM-IX) TO WS-REPEAT-TOTAL
               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-ORIGINAL-DEPOSIT
           IF WS-DEP-ACCOUNT = SPACES
               MOVE "NODEPOSIT" TO WS-BREAK-REASON
               PERFORM OPEN-RETURN-BREAK
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-AMOUNT(WS-ITEM-IX) <= 0
              OR WS-IT-AMOUNT(WS-ITEM-IX) > WS-DEP-AMOUNT
               MOVE "AMOUNT" TO WS-BREAK-REASON
               PERFORM OPEN-RETURN-BREAK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEP-ACCOUNT TO WS-ACCT-ID-STR
           CALL STATIC "CHECK-ACCOUNT-STATUS"
               USING DBH, WS-ACCT-ID-STR, WS-ACCT-STATUS
           IF WS-ACCT-STATUS = "CLOSED" OR WS-ACCT-STATUS = "NOTFOUND"
               MOVE "ACCTCLOSED" TO WS-BREAK-REASON
               PERFORM OPEN-RETURN-BREAK
               EXIT PARAGRAPH
           END-IF

           *> the deposit was never good funds; it comes back off
           *> the account even where that takes it overdrawn
           MOVE WS-IT-AMOUNT(WS-ITEM-IX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-DEP-ACCOUNT)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "POSTFAIL" TO WS-BREAK-REASON
               PERFORM OPEN-RETURN-BREAK
               EXIT PARAGRAPH
           END-IF

           MOVE "CHQ_RETURN" TO WS-HASH-TYPE
           MOVE WS-AMOUNT-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  FUNCTION TRIM(WS-DEP-ACCOUNT)
                  ", 'CHQ_RETURN', "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  ", 'returned cheque "
                  FUNCTION TRIM(WS-IT-SERIAL(WS-ITEM-IX)) " "
                  FUNCTION TRIM(WS-IT-REASON(WS-ITEM-IX))
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-DEP-ACCOUNT)
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               MOVE "CHQ_RETURN" TO WS-JOURNAL-TYPE
               COMPUTE WS-JOURNAL-SIGNED =
                   0 - WS-IT-AMOUNT(WS-ITEM-IX)
               MOVE SPACES TO WS-JOURNAL-AMOUNT
               MOVE FUNCTION TRIM(WS-JOURNAL-SIGNED)
                   TO WS-JOURNAL-AMOUNT
               CALL STATIC "WRITE-AFTERIMAGE"
                   USING WS-ACCT-ID-STR, WS-JOURNAL-TYPE,
                         WS-JOURNAL-AMOUNT
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-IT-AMOUNT(WS-ITEM-IX) TO WS-POSTED-TOTAL

           PERFORM CONSUME-DEPOSIT-HOLD
           PERFORM CHARGE-RETURNED-ITEM-FEE

           DISPLAY "RETURNED: deposit " FUNCTION TRIM(WS-TX-REF)
                   " charged back to account "
                   FUNCTION TRIM(WS-DEP-ACCOUNT) " "
                   FUNCTION TRIM(WS-AMOUNT-EDIT) " ("
                   FUNCTION TRIM(WS-IT-REASON(WS-ITEM-IX)) ")"
                   FUNCTION TRIM(WS-HOLD-NOTE).

       FETCH-ORIGINAL-DEPOSIT.
           *> the deposit may already have gone to the archive
           MOVE SPACES TO WS-DEP-ACCOUNT
           MOVE 0 TO WS-DEP-AMOUNT
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT account_id || ';' || amount "
                  "FROM (TABLE tx_log UNION ALL "
                  "TABLE tx_log_archive) t WHERE tx_ref = '"
                  FUNCTION TRIM(WS-TX-REF)
                  "' AND tx_type = 'DEPOSIT' LIMIT 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           *> a cheque deposited straight to the balance before the
           *> posting run ledgered it is still known by its hold
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT account_id || ';' || amount "
                      "FROM deposit_holds WHERE tx_ref = '"
                      FUNCTION TRIM(WS-TX-REF)
                      "' ORDER BY placed_at LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
           END-IF
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEP-PARTS, WS-DEP-F1, WS-DEP-F2
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DEP-PARTS
           UNSTRING WS-DEP-PARTS DELIMITED BY ";"
               INTO WS-DEP-F1, WS-DEP-F2
           END-UNSTRING
           MOVE WS-DEP-F1(1:10) TO WS-DEP-ACCOUNT
           COMPUTE WS-DEP-AMOUNT = FUNCTION NUMVAL(WS-DEP-F2).

       CONSUME-DEPOSIT-HOLD.
           *> a hold still standing on the deposit has done its job -
           *> the held funds are the ones just charged back, so the
           *> hold is used up rather than left to release later
           MOVE SPACES TO WS-HOLD-NOTE
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "UPDATE deposit_holds SET status = 'CONSUMED', "
                  "release_date = DATE '"
                  WS-SQL-DATE
                  "' WHERE status = 'ACTIVE' AND tx_ref = '"
                  FUNCTION TRIM(WS-TX-REF)
                  "' RETURNING amount"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               ADD 1 TO WS-HOLDS-CONSUMED
               MOVE " - hold consumed" TO WS-HOLD-NOTE
           END-IF.

       CHARGE-RETURNED-ITEM-FEE.
           *> newest pricing row at or before today wins; depositors
           *> without one pay the house default
           MOVE WS-DEFAULT-FEE TO WS-RETURN-FEE
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT returned_item_fee FROM pricing_schedule "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-DEP-ACCOUNT)
                  "' AND returned_item_fee IS NOT NULL "
                  "AND effective_date <= CURRENT_DATE "
                  "ORDER BY effective_date DESC LIMIT 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-RETURN-FEE =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF
           IF WS-RETURN-FEE <= 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RETURN-FEE TO WS-FEE-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-FEE-EDIT)
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-DEP-ACCOUNT)
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

           MOVE "RTN_FEE" TO WS-HASH-TYPE
           MOVE WS-FEE-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  FUNCTION TRIM(WS-DEP-ACCOUNT)
                  ", 'RTN_FEE', "
                  FUNCTION TRIM(WS-FEE-EDIT)
                  ", 'returned item fee', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-DEP-ACCOUNT)
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               MOVE "RTN_FEE" TO WS-JOURNAL-TYPE
               COMPUTE WS-JOURNAL-SIGNED = 0 - WS-RETURN-FEE
               MOVE SPACES TO WS-JOURNAL-AMOUNT
               MOVE FUNCTION TRIM(WS-JOURNAL-SIGNED)
                   TO WS-JOURNAL-AMOUNT
               CALL STATIC "WRITE-AFTERIMAGE"
                   USING WS-ACCT-ID-STR, WS-JOURNAL-TYPE,
                         WS-JOURNAL-AMOUNT
               ADD 1 TO WS-FEE-COUNT
               ADD WS-RETURN-FEE TO WS-FEE-TOTAL
           END-IF.

       OPEN-RETURN-BREAK.
           *> the item cannot be charged back automatically; it stays
           *> with the clearing GL as an open reconciliation break
           *> that break-aging-report ages until operations resolve it
           ADD 1 TO WS-BREAK-COUNT
           ADD WS-IT-AMOUNT(WS-ITEM-IX) TO WS-BREAK-TOTAL
           MOVE WS-IT-AMOUNT(WS-ITEM-IX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO recon_breaks (account_id, "
                  "variance, first_seen, last_seen, status, "
                  "source) VALUES ('"
                  FUNCTION TRIM(WS-DEP-ACCOUNT)
                  "', "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  ", CURRENT_DATE, CURRENT_DATE, 'OPEN', '"
                  "chq-return "
                  FUNCTION TRIM(WS-BREAK-REASON) " "
                  FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           DISPLAY "BREAK: " FUNCTION TRIM(WS-BREAK-REASON)
                   " deposit " FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
                   " amount " FUNCTION TRIM(WS-AMOUNT-EDIT).

       PROVE-POSTED-TOTALS.
           *> posted + broken + already-posted must give back the
           *> trailer exactly; anything else is a program fault
           COMPUTE WS-PROVED-TOTAL =
               WS-POSTED-TOTAL + WS-BREAK-TOTAL + WS-REPEAT-TOTAL
           DISPLAY " "
           DISPLAY "--- INWARD CHEQUE RETURNS "
                   FUNCTION TRIM(WS-CLEARING-ID)
                   " " WS-RETURN-DATE " ---"
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-POSTED-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  Charged back:    " WS-POSTED-COUNT " item(s) "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           DISPLAY "  Holds consumed:  " WS-HOLDS-CONSUMED
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-FEE-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  Fees charged:    " WS-FEE-COUNT " item(s) "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-BREAK-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  To recon breaks: " WS-BREAK-COUNT " item(s) "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           IF WS-REPEAT-COUNT > 0
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-REPEAT-TOTAL, WS-FORMATTED-AMOUNT
               DISPLAY "  Already posted:  " WS-REPEAT-COUNT
                       " item(s) " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           END-IF
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-TRAILER-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  Trailer:         " WS-TRAILER-COUNT " item(s) "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           IF WS-POSTED-COUNT + WS-BREAK-COUNT + WS-REPEAT-COUNT
                   NOT = WS-TRAILER-COUNT
              OR WS-PROVED-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "  OUT OF BALANCE against the trailer."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "  Returns proved to the trailer."
           END-IF.

       REGISTER-FILE-APPLIED.
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO processed_batches "
                  "(batch_id, origin, applied_at) VALUES ('"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "', 'CLEARING', CURRENT_TIMESTAMP)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       WRITE-EXCEPTION-REPORT.
           *> depositors whose cheques keep bouncing - the branch
           *> lengthens their hold with HOLDDAYS,account,days
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/returned_cheque_exceptions_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "REPEATED RETURNED DEPOSITS - " WS-SQL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Depositors with " WS-REPEAT-LIMIT
                  " or more returned cheques in the last 90 days. "
                  "Lengthen the hold with HOLDDAYS,account,days."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO SQL-COMMAND
           *> branch;account, returns;total;last returned, hold days
           STRING "SELECT COALESCE(a.branch_code,'HQ')||';'||"
                  "t.account_id, COUNT(*)||';'||SUM(t.amount)||';'||"
                  "MAX(t.created_at)::date, COALESCE(a.hold_days::"
                  "text,'DEFAULT') FROM tx_log t JOIN accounts a "
                  "USING (account_id) WHERE t.tx_type = 'CHQ_RETURN' "
                  "AND t.created_at >= DATE '"
                  WS-SQL-DATE
                  "' - 90 GROUP BY 1, a.hold_days HAVING COUNT(*) >= "
                  WS-REPEAT-LIMIT
                  " ORDER BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               MOVE 0 TO RC
               PERFORM WRITE-ONE-EXCEPTION UNTIL RC NOT = 0
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSITORS LISTED: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Repeated returned deposits: " WS-EXCEPTION-COUNT
                   " depositor(s) - see "
                   FUNCTION TRIM(WS-REPORT-FILENAME).

       WRITE-ONE-EXCEPTION.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
           MOVE FUNCTION TRIM(C1) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2
           END-UNSTRING
           *> rows arrive by branch
           IF WS-DET-F1(1:10) NOT = WS-LAST-BRANCH
               MOVE WS-DET-F1(1:10) TO WS-LAST-BRANCH
               MOVE SPACES TO REPORT-LINE
               STRING "  BRANCH " WS-LAST-BRANCH
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "    ACCOUNT    RETURNS        AMOUNT  "
                      "LAST RETURN  HOLD DAYS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DET-F2(1:10) TO REPORT-LINE(5:10)

           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3
           END-UNSTRING
           MOVE WS-DET-F1(1:5) TO REPORT-LINE(16:5)
           COMPUTE WS-TOTAL-EDIT = FUNCTION NUMVAL(WS-DET-F2)
           MOVE WS-TOTAL-EDIT TO REPORT-LINE(23:15)
           MOVE WS-DET-F3(1:10) TO REPORT-LINE(41:10)
           MOVE FUNCTION TRIM(C3) TO REPORT-LINE(54:10)
           WRITE REPORT-LINE.
