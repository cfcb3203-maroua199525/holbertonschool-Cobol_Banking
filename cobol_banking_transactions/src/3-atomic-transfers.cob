       01  BATCH-FAILED-FLAG    PIC X VALUE 'N'.
       01  BATCH-TRANSFER-COUNT PIC 9(9) VALUE 0.
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "transfer-processor".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.
       01  WS-VALUE-DATE-RESULT PIC X.
       01  WS-PL-FUNCTION       PIC X(8).
       01  WS-PL-REQUESTED-DATE PIC X(10).
       01  WS-PL-APPLIED-DATE   PIC X(10).
       01  WS-PL-SOURCE         PIC X(40) VALUE "transfer-processor".
       01  WS-PL-DETAIL         PIC X(120).
       01  WS-PL-RESULT         PIC X.
           88  PERIOD-LOCK-APPLIES      VALUE 'R' 'B'.
       01  WS-STATUS-ACCT-ID    PIC X(20).
       01  WS-SOURCE-STATUS     PIC X(10).
       01  WS-TARGET-STATUS     PIC X(10).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-EXPO-RESULT       PIC X.
       01  WS-EXPO-DAY-TOTAL    PIC S9(11)V99.
       01  WS-PAYEE-ACCT-STR    PIC X(20).
       01  WS-PAYEE-RESULT      PIC X.
       01  WS-PAYEE-CAP         PIC S9(9)V99.
       *> beneficiary screening of outbound legs: TRANSFER field 7
       *> names the beneficiary, else the registered payee's name
       01  WS-SCREEN-NAME       PIC X(50).
       01  WS-SCREEN-RESULT     PIC X.
       01  WS-SCREEN-MATCHED    PIC X(50).
       01  WS-SCREEN-OUTCOME    PIC X(8).
       01  WS-LEGAL-HOLDS       PIC S9(11)V99.

       *> Savepoint mode: a point is marked before each item, so one
       *> discarded the open transaction with the connection, so a
       *> blip costs a rerun from checkpoint, not manual recovery
       01  WS-CONN-WAS-LOST     PIC X.
       *> savings products that cap withdrawals per statement cycle
       01  WS-SAVWD-FUNCTION    PIC X(8).
       01  WS-SAVWD-RESULT      PIC X.
       01  WS-SAVWD-FEE         PIC S9(9)V99.
       01  WS-SAVWD-FEE-EDIT    PIC 9(7).99.
       01  WS-SAVWD-COUNT       PIC 9(5).
       01  WS-SAVWD-LIMIT       PIC 9(5).
       *> notice products: matured notice or interest in lieu
       01  WS-NOTWD-FUNCTION    PIC X(8).
       01  WS-NOTWD-RESULT      PIC X.
       01  WS-NOTWD-PENALTY     PIC S9(9)V99.
       01  WS-NOTWD-PEN-EDIT    PIC 9(7).99.
       01  WS-NOTWD-DAYS        PIC 9(3).
       *> youth products: guardian on file, daily debit limit
       01  WS-MINWD-RESULT      PIC X.
       01  WS-MINWD-LIMIT       PIC S9(9)V99.
       01  WS-MINWD-LIMIT-EDIT  PIC Z(6)9.99.
       01  WS-FEE-RESULT        PIC S9(9) COMP-5.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "transfer-processor".
           05  WS-ENT-RESULT    PIC X.
       *> and each line's action type must be one a role held by
       *> that operator may submit
       01  WS-ACTION-ENTITLEMENT.
           05  WS-ACT-ENT-KIND  PIC X(10) VALUE "ACTION".
           05  WS-ACT-ENT-OBJECT PIC X(40).
           05  WS-ACT-ENT-RESULT PIC X.

       PROCEDURE DIVISION.
       START-PROCESSING.
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
           CALL STATIC "ACQUIRE-BATCH-LOCK"
               USING WS-ERROR-SOURCE, WS-LOCK-ACQUIRED, WS-LOCK-HOLDER
           IF NOT LOCK-ACQUIRED THEN
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           END-IF.

           CALL STATIC "CHECK-SCHEMA-VERSION"
               USING WS-ERROR-SOURCE, DBH, WS-SCHEMA-MIN-VERSION,
                     DB-SCHEMA-FOUND, DB-SCHEMA-RESULT
           IF NOT DB-SCHEMA-OK
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               CALL STATIC "RELEASE-BATCH-LOCK" USING WS-ERROR-SOURCE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL STATIC "GET-OPERATOR-ID" USING WS-OPERATOR-ID.
           MOVE SPACES TO WS-ENV-APPROVAL
           ACCEPT WS-ENV-APPROVAL FROM ENVIRONMENT
           END-IF.

       EXECUTE-TRANSFER.
           MOVE "TRANSFER" TO WS-ACT-ENT-OBJECT
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ACT-ENT-KIND, WS-OPERATOR-ID, WS-ACT-ENT-OBJECT,
                     WS-ACT-ENT-RESULT
           IF WS-ACT-ENT-RESULT NOT = "Y"
               MOVE SPACES TO WS-ITEM-REASON
               STRING "operator " FUNCTION TRIM(WS-OPERATOR-ID)
                      " not entitled to submit TRANSFER"
                   DELIMITED BY SIZE INTO WS-ITEM-REASON
               PERFORM FAIL-ONE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PL-RESULT
           IF WS-VALUE-DATE-RESULT = 'D'
               PERFORM APPLY-PERIOD-LOCK
           END-IF
           MOVE SOURCE-ACCOUNT TO WS-CHECK-DIGIT-ID
           CALL STATIC "VERIFY-ACCOUNT-CHECK-DIGIT"
               USING WS-CHECK-DIGIT-ID, WS-CHECK-DIGIT-RESULT
               PERFORM HOLD-TRANSFER-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PAYEE-COOLING-OFF.
           IF WS-PAYEE-RESULT = 'H'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-EXPOSURE-LIMIT.
           IF WS-EXPO-RESULT = 'B'
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-MINOR-LIMIT.
           IF WS-MINWD-RESULT = 'G' OR WS-MINWD-RESULT = 'L' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SAVINGS-LIMIT.
           IF WS-SAVWD-RESULT = 'R' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-NOTICE-TERMS.
           IF WS-NOTWD-RESULT = 'R' THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOOKUP-TRANSFER-CURRENCIES.

           IF WS-SOURCE-CURRENCY = WS-TARGET-CURRENCY THEN
               CALL STATIC "WRITE-AFTERIMAGE"
                   USING WS-JOURNAL-ACCT, WS-JOURNAL-TYPE,
                         WS-JOURNAL-AMOUNT
               IF WS-SAVWD-RESULT = 'F' AND WS-SAVWD-FEE > 0
                   PERFORM POST-EXCESS-WITHDRAWAL-FEE
               END-IF
               PERFORM RECORD-SAVINGS-WITHDRAWAL
               IF WS-NOTWD-RESULT = 'N'
                   PERFORM RECORD-NOTICE-WITHDRAWAL
               END-IF
               IF WS-NOTWD-RESULT = 'P' AND WS-NOTWD-PENALTY > 0
                   PERFORM POST-NOTICE-PENALTY
               END-IF
               ADD 1 TO BATCH-TRANSFER-COUNT
               PERFORM LOG-PERIOD-ADJUSTMENT
               DISPLAY "Transfer of " FUNCTION TRIM(TRANSFER-AMOUNT)
                       " from " FUNCTION TRIM(SOURCE-ACCOUNT)
                       " to " FUNCTION TRIM(TARGET-ACCOUNT) " applied."
           IF WS-TRANSFER-AMT-NUM >= WS-APPROVAL-THRESHOLD
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                  NOT = "APPROVAL-DESK"
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                  NOT = "SCREENING-DESK"
               PERFORM HOLD-TRANSFER-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PAYEE-COOLING-OFF
           IF WS-PAYEE-RESULT = 'H'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EXPOSURE-LIMIT
           IF WS-EXPO-RESULT = 'B'
               EXIT PARAGRAPH
           END-IF
           PERFORM SCREEN-BENEFICIARY
           IF WS-SCREEN-RESULT = 'H'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SOURCE-DORMANCY
           IF WS-DORMANCY-BLOCKED = 'Y'
               MOVE "source account dormant - REACTIVATE first"
               PERFORM FAIL-ONE-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MINOR-LIMIT
           IF WS-MINWD-RESULT = 'G' OR WS-MINWD-RESULT = 'L'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SAVINGS-LIMIT
           IF WS-SAVWD-RESULT = 'R'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NOTICE-TERMS
           IF WS-NOTWD-RESULT = 'R'
               EXIT PARAGRAPH
           END-IF

           *> each outbound item carries its end-to-end reference;
           *> the confirmation matcher keys on it coming back
                       "one batch - outbound file capacity exceeded."
               EXIT PARAGRAPH
           END-IF
           IF WS-SAVWD-RESULT = 'F' AND WS-SAVWD-FEE > 0
               PERFORM POST-EXCESS-WITHDRAWAL-FEE
           END-IF
           PERFORM RECORD-SAVINGS-WITHDRAWAL
           IF WS-NOTWD-RESULT = 'N'
               PERFORM RECORD-NOTICE-WITHDRAWAL
           END-IF
           IF WS-NOTWD-RESULT = 'P' AND WS-NOTWD-PENALTY > 0
               PERFORM POST-NOTICE-PENALTY
           END-IF
           ADD 1 TO BATCH-TRANSFER-COUNT
           PERFORM LOG-PERIOD-ADJUSTMENT
           DISPLAY "External payment of "
                   FUNCTION TRIM(TRANSFER-AMOUNT)
                   " from " FUNCTION TRIM(SOURCE-ACCOUNT)
                   " parked for settlement (ref "
                   FUNCTION TRIM(WS-EXT-REF) ").".

       APPLY-PERIOD-LOCK.
           *> a transfer value-dated into a closed accounting period
           *> posts as of the first open day instead
           MOVE "CHECK" TO WS-PL-FUNCTION
           MOVE PTL-FIELD5(1:10) TO WS-PL-REQUESTED-DATE
           CALL STATIC "PERIOD-LOCK"
               USING WS-PL-FUNCTION, WS-PL-REQUESTED-DATE,
                     WS-PL-APPLIED-DATE, WS-PL-SOURCE,
                     WS-PL-DETAIL, WS-PL-RESULT
           IF WS-PL-RESULT = 'R'
               DISPLAY "PRIOR-PERIOD: transfer value date "
                       WS-PL-REQUESTED-DATE " is in a closed period, "
                       "re-dated to " WS-PL-APPLIED-DATE
           END-IF
           IF WS-PL-RESULT = 'B'
               DISPLAY "PRIOR-PERIOD: transfer value date "
                       WS-PL-REQUESTED-DATE
                       " back-valued into a reopened period"
           END-IF.

       LOG-PERIOD-ADJUSTMENT.
           IF NOT PERIOD-LOCK-APPLIES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PL-DETAIL
           STRING "TRANSFER " FUNCTION TRIM(SOURCE-ACCOUNT) " "
                  FUNCTION TRIM(TARGET-ACCOUNT) " "
                  FUNCTION TRIM(TRANSFER-AMOUNT)
               DELIMITED BY SIZE INTO WS-PL-DETAIL
           MOVE "LOG" TO WS-PL-FUNCTION
           CALL STATIC "PERIOD-LOCK"
               USING WS-PL-FUNCTION, WS-PL-REQUESTED-DATE,
                     WS-PL-APPLIED-DATE, WS-PL-SOURCE,
                     WS-PL-DETAIL, WS-PL-RESULT.

       WRITE-OUTBOUND-FILE.
           *> the cycle's payment file for the gateway, with its own
           *> control totals so the receiving side can prove it whole
                       "re-established after retries."
           END-IF.

       CHECK-MINOR-LIMIT.
           *> a transfer out of a minor's account needs a guardian on
           *> file and counts against the product's daily limit
           MOVE SOURCE-ACCOUNT TO WS-ACCT-ID-STR
           CALL STATIC "CHECK-MINOR-WITHDRAWAL"
               USING DBH, WS-ACCT-ID-STR, WS-TRANSFER-AMT-NUM,
                     WS-MINWD-RESULT, WS-MINWD-LIMIT
           IF WS-MINWD-RESULT = 'G'
               MOVE "minor account has no guardian on file"
                   TO WS-ITEM-REASON
               PERFORM FAIL-ONE-ITEM
           END-IF
           IF WS-MINWD-RESULT = 'L'
               MOVE WS-MINWD-LIMIT TO WS-MINWD-LIMIT-EDIT
               MOVE SPACES TO WS-ITEM-REASON
               STRING "minor daily withdrawal limit of "
                      FUNCTION TRIM(WS-MINWD-LIMIT-EDIT) " exceeded"
                   DELIMITED BY SIZE INTO WS-ITEM-REASON
               PERFORM FAIL-ONE-ITEM
           END-IF.

       CHECK-SAVINGS-LIMIT.
           *> a transfer out of a savings account counts against the
           *> product's withdrawals-per-cycle limit like a WITHDRAW,
           *> but only once its debit has posted; a refusal goes to
           *> suspense with the reason
           MOVE SOURCE-ACCOUNT TO WS-ACCT-ID-STR
           MOVE "CHECK" TO WS-SAVWD-FUNCTION
           CALL STATIC "CHECK-SAVINGS-WITHDRAWAL"
               USING WS-SAVWD-FUNCTION, DBH, WS-ACCT-ID-STR,
                     WS-SAVWD-RESULT, WS-SAVWD-FEE, WS-SAVWD-COUNT,
                     WS-SAVWD-LIMIT
           IF WS-SAVWD-RESULT = 'R'
               MOVE SPACES TO WS-ITEM-REASON
               STRING "savings withdrawal limit of "
                      WS-SAVWD-LIMIT " per cycle reached"
                   DELIMITED BY SIZE INTO WS-ITEM-REASON
               PERFORM FAIL-ONE-ITEM
               *> tallied after the savepoint rollback so the refusal
               *> stays on the account's current cycle
               PERFORM RECORD-SAVINGS-WITHDRAWAL
           END-IF.

       RECORD-SAVINGS-WITHDRAWAL.
           *> the posted debit, with the fee actually charged, or the
           *> refusal goes on the cycle count
           IF WS-SAVWD-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SOURCE-ACCOUNT TO WS-ACCT-ID-STR
           MOVE "RECORD" TO WS-SAVWD-FUNCTION
           CALL STATIC "CHECK-SAVINGS-WITHDRAWAL"
               USING WS-SAVWD-FUNCTION, DBH, WS-ACCT-ID-STR,
                     WS-SAVWD-RESULT, WS-SAVWD-FEE, WS-SAVWD-COUNT,
                     WS-SAVWD-LIMIT.

       RECORD-NOTICE-WITHDRAWAL.
           *> the posted debit draws down the notice that covered
           *> it, inside the item's savepoint
           MOVE SOURCE-ACCOUNT TO WS-ACCT-ID-STR
           MOVE "RECORD" TO WS-NOTWD-FUNCTION
           CALL STATIC "CHECK-NOTICE-WITHDRAWAL"
               USING WS-NOTWD-FUNCTION, DBH, WS-ACCT-ID-STR,
                     WS-TRANSFER-AMT-NUM, WS-NOTWD-RESULT,
                     WS-NOTWD-PENALTY, WS-NOTWD-DAYS.

       POST-EXCESS-WITHDRAWAL-FEE.
           *> the debit went through past the cycle limit; the excess
           *> fee posts as its own chained movement inside the item's
           *> savepoint
           MOVE WS-SAVWD-FEE TO WS-SAVWD-FEE-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-SAVWD-FEE-EDIT)
                  " WHERE account_id = "
                  FUNCTION TRIM(SOURCE-ACCOUNT) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_EXEC"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING WS-FEE-RESULT
           IF WS-FEE-RESULT NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               *> no fee was taken, so none is recorded on the cycle
               MOVE 0 TO WS-SAVWD-FEE
               EXIT PARAGRAPH
           END-IF

           MOVE SOURCE-ACCOUNT TO WS-ACCT-ID-STR
           MOVE "WD_EXCESS" TO WS-HASH-TYPE
           MOVE SPACES TO WS-HASH-AMOUNT
           MOVE WS-SAVWD-FEE-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id) VALUES ("
                  FUNCTION TRIM(SOURCE-ACCOUNT)
                  ", 'WD_EXCESS', "
                  FUNCTION TRIM(WS-SAVWD-FEE-EDIT)
                  ", 'savings withdrawal "
                  WS-SAVWD-COUNT
                  " of "
                  WS-SAVWD-LIMIT
                  " this cycle', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  FUNCTION TRIM(SOURCE-ACCOUNT)
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "');"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_EXEC"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING WS-FEE-RESULT
           IF WS-FEE-RESULT NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           MOVE SOURCE-ACCOUNT TO WS-JOURNAL-ACCT
           MOVE "WD_EXCESS" TO WS-JOURNAL-TYPE
           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-SAVWD-FEE
           MOVE SPACES TO WS-JOURNAL-AMOUNT
           MOVE FUNCTION TRIM(WS-JOURNAL-SIGNED)
               TO WS-JOURNAL-AMOUNT
           CALL STATIC "WRITE-AFTERIMAGE"
               USING WS-JOURNAL-ACCT, WS-JOURNAL-TYPE,
                     WS-JOURNAL-AMOUNT
           DISPLAY "Excess withdrawal fee " WS-SAVWD-FEE-EDIT
                   " charged to account " FUNCTION TRIM(SOURCE-ACCOUNT)
                   " (withdrawal " WS-SAVWD-COUNT " of "
                   WS-SAVWD-LIMIT " allowed).".

       CHECK-NOTICE-TERMS.
           *> a transfer out of a notice account needs a matured
           *> notice like a WITHDRAW; the notice is drawn down only
           *> once the debit has posted
           MOVE SOURCE-ACCOUNT TO WS-ACCT-ID-STR
           MOVE "CHECK" TO WS-NOTWD-FUNCTION
           CALL STATIC "CHECK-NOTICE-WITHDRAWAL"
               USING WS-NOTWD-FUNCTION, DBH, WS-ACCT-ID-STR,
                     WS-TRANSFER-AMT-NUM, WS-NOTWD-RESULT,
                     WS-NOTWD-PENALTY, WS-NOTWD-DAYS
           IF WS-NOTWD-RESULT = 'R'
               MOVE SPACES TO WS-ITEM-REASON
               STRING "no matured notice - " WS-NOTWD-DAYS
                      " days' notice required"
                   DELIMITED BY SIZE INTO WS-ITEM-REASON
               PERFORM FAIL-ONE-ITEM
           END-IF.

       POST-NOTICE-PENALTY.
           *> no matured notice covered the debit; the product let it
           *> through at interest in lieu of notice, posted inside the
           *> item's savepoint as its own chained movement
           MOVE WS-NOTWD-PENALTY TO WS-NOTWD-PEN-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-NOTWD-PEN-EDIT)
                  " WHERE account_id = "
                  FUNCTION TRIM(SOURCE-ACCOUNT) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_EXEC"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING WS-FEE-RESULT
           IF WS-FEE-RESULT NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           MOVE SOURCE-ACCOUNT TO WS-ACCT-ID-STR
           MOVE "NOTICE_PEN" TO WS-HASH-TYPE
           MOVE SPACES TO WS-HASH-AMOUNT
           MOVE WS-NOTWD-PEN-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id) VALUES ("
                  FUNCTION TRIM(SOURCE-ACCOUNT)
                  ", 'NOTICE_PEN', "
                  FUNCTION TRIM(WS-NOTWD-PEN-EDIT)
                  ", 'interest in lieu of "
                  WS-NOTWD-DAYS
                  " days notice', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  FUNCTION TRIM(SOURCE-ACCOUNT)
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "');"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_EXEC"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING WS-FEE-RESULT
           IF WS-FEE-RESULT NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           MOVE SOURCE-ACCOUNT TO WS-JOURNAL-ACCT
           MOVE "NOTICE_PEN" TO WS-JOURNAL-TYPE
           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-NOTWD-PENALTY
           MOVE SPACES TO WS-JOURNAL-AMOUNT
           MOVE FUNCTION TRIM(WS-JOURNAL-SIGNED)
               TO WS-JOURNAL-AMOUNT
           CALL STATIC "WRITE-AFTERIMAGE"
               USING WS-JOURNAL-ACCT, WS-JOURNAL-TYPE,
                     WS-JOURNAL-AMOUNT
           DISPLAY "Notice penalty " WS-NOTWD-PEN-EDIT
                   " charged to account " FUNCTION TRIM(SOURCE-ACCOUNT)
                   " in lieu of " WS-NOTWD-DAYS " days' notice.".

       TAKE-ITEM-SAVEPOINT.
           CALL STATIC "DB-SAVEPOINT"
               USING DBH, WS-SAVEPOINT-NAME, WS-SAVEPOINT-RC.
           MOVE 'O' TO WS-EXPO-RESULT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                   = "APPROVAL-DESK"
              OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                   = "SCREENING-DESK"
               EXIT PARAGRAPH
           END-IF
           MOVE SOURCE-ACCOUNT TO WS-ACCT-ID-STR
                       FUNCTION TRIM(SOURCE-ACCOUNT)
           END-IF.

       CHECK-PAYEE-COOLING-OFF.
           *> a payee registered in the cooling-off window - or never
           *> registered at all - takes only the capped amount; more
           *> than that waits for the approval desk
           MOVE 'O' TO WS-PAYEE-RESULT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                   = "APPROVAL-DESK"
              OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                   = "SCREENING-DESK"
               EXIT PARAGRAPH
           END-IF
           MOVE SOURCE-ACCOUNT TO WS-ACCT-ID-STR
           MOVE TARGET-ACCOUNT TO WS-PAYEE-ACCT-STR
           CALL STATIC "CHECK-PAYEE-COOLING"
               USING DBH, WS-ACCT-ID-STR, WS-PAYEE-ACCT-STR,
                     WS-TRANSFER-AMT-NUM, WS-PAYEE-RESULT,
                     WS-PAYEE-CAP
           IF WS-PAYEE-RESULT = 'H'
               PERFORM HOLD-TRANSFER-FOR-APPROVAL
               DISPLAY "HELD: payee "
                       FUNCTION TRIM(TARGET-ACCOUNT)
                       " in cooling-off for account "
                       FUNCTION TRIM(SOURCE-ACCOUNT)
           END-IF.

       SCREEN-BENEFICIARY.
           *> the people we pay are screened as our own customers are.
           *> Every outbound leg is logged in payment_screening; a hit
           *> parks there for a compliance officer and nothing is
           *> debited or sent. The screening desk only ever releases
           *> items that had already cleared the approval checks, so
           *> its batches skip those checks and this one.
           MOVE 'C' TO WS-SCREEN-RESULT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                   = "SCREENING-DESK"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCREEN-NAME
           MOVE SPACES TO WS-SCREEN-MATCHED
           IF PTL-FIELD7 NOT = SPACES
               MOVE FUNCTION TRIM(PTL-FIELD7) TO WS-SCREEN-NAME
           ELSE
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT payee_name FROM registered_payees "
                      "WHERE account_id = '"
                      FUNCTION TRIM(SOURCE-ACCOUNT)
                      "' AND payee_account = '"
                      FUNCTION TRIM(TARGET-ACCOUNT)
                      "' AND status = 'ACTIVE' "
                      "ORDER BY registered_at DESC LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC = 0
                   MOVE SINGLE-RESULT-BUFFER(1:50) TO WS-SCREEN-NAME
               END-IF
           END-IF
           *> an unnamed beneficiary cannot be screened - logged as
           *> such so the examiners see it was not
           IF WS-SCREEN-NAME = SPACES
               MOVE "UNNAMED" TO WS-SCREEN-OUTCOME
           ELSE
               CALL STATIC "SCREEN-PARTY-NAME"
                   USING WS-SCREEN-NAME, WS-SCREEN-RESULT,
                         WS-SCREEN-MATCHED
               IF WS-SCREEN-RESULT = 'H'
                   MOVE "HELD" TO WS-SCREEN-OUTCOME
               ELSE
                   MOVE "CLEAR" TO WS-SCREEN-OUTCOME
               END-IF
           END-IF

           MOVE WS-TRANSFER-AMT-NUM TO WS-AMT-EDIT
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO payment_screening (channel, "
                  "account_id, beneficiary, matched_name, record, "
                  "amount, outcome, status, originator, screened_at) "
                  "VALUES ('OUTPAY', '"
                  FUNCTION TRIM(SOURCE-ACCOUNT)
                  "', ?, ?, ?, "
                  FUNCTION TRIM(WS-AMT-EDIT)
                  ", '"
                  FUNCTION TRIM(WS-SCREEN-OUTCOME)
                  "', '"
                  FUNCTION TRIM(WS-SCREEN-OUTCOME)
                  "', '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', CURRENT_TIMESTAMP)"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 3 TO SQL-PARAM-COUNT
           MOVE WS-SCREEN-NAME TO SQL-PARAM(1)
           MOVE WS-SCREEN-MATCHED TO SQL-PARAM(2)
           MOVE FUNCTION TRIM(TRANSFER-RECORD) TO SQL-PARAM(3)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF WS-SCREEN-RESULT = 'H'
               MOVE 'Y' TO WS-XFER-HELD-FLAG
               DISPLAY "HELD FOR SCREENING: beneficiary '"
                       FUNCTION TRIM(WS-SCREEN-NAME)
                       "' matches '"
                       FUNCTION TRIM(WS-SCREEN-MATCHED)
                       "': " FUNCTION TRIM(TRANSFER-RECORD)
           END-IF.

       HOLD-TRANSFER-FOR-APPROVAL.
           *> the raw record rides as a parameter so a quote in the
           *> feed text cannot break the statement
