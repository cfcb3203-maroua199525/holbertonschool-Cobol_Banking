           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "interest-posting".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       *> Month end capitalizes what interest-accrual has built up
       *> night by night - the figure a customer saw mid-month is the
       01  WS-CONV-RC           PIC S9(9) COMP-5.
       01  WS-DEBIT-POSTED      PIC 9(9) VALUE 0.

       *> the month-end pass commits every WS-CKP-INTERVAL accounts
       *> and records the last account committed; a rerun on the same
       *> business date resumes after it instead of from the top
       01  WS-CKP-FUNCTION      PIC X(5).
       01  WS-CKP-JOB           PIC X(40) VALUE "interest-posting".
       01  WS-CKP-PHASE         PIC X(10).
       01  WS-CKP-LAST-ACCOUNT  PIC X(20).
       01  WS-CKP-DONE          PIC 9(9) VALUE 0.
       01  WS-CKP-FOUND         PIC X.
           88  WS-CKP-RESUMING          VALUE "Y".
       01  WS-CKP-RESUME-PHASE  PIC X(10).
       01  WS-CKP-RESUME-AFTER  PIC X(20).
       01  WS-CKP-SKIPPED       PIC 9(9) VALUE 0.
       01  WS-CKP-INTERVAL      PIC 9(6) VALUE 500.
       01  WS-CKP-SINCE-COMMIT  PIC 9(6) VALUE 0.
       01  WS-CKP-ENV           PIC X(20).
       01  WS-CKP-SQL           PIC X(512).
       01  WS-CKP-RC            PIC S9(9) COMP-5.
       01  WS-CKP-FAILED        PIC X VALUE "N".
           88  WS-CKP-COMMIT-FAILED     VALUE "Y".
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       *> one account's postings unwind together when any statement
       *> for it fails, so the open interval can still commit
       01  WS-SAVEPOINT-NAME    PIC X(30) VALUE "sp_account".
       01  WS-WHT-SAVEPOINT     PIC X(30) VALUE "sp_withholding".
       01  WS-SAVEPOINT-RC      PIC S9(9) COMP-5.
       01  WS-ACCOUNT-FAILED    PIC X VALUE "N".

       *> customers flagged for withholding at source keep only the
       *> net of each interest posting; the withheld slice books as
       *> its own TAX_WHT leg for the monthly remittance extract
       01  WS-WHT-AMOUNT        PIC S9(9)V99.
       01  WS-WHT-DISPLAY       PIC 9(7).99.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "interest-posting".
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

           PERFORM LOAD-POSTING-CHECKPOINT

           *> a checkpoint taken in the debit pass means every credit
           *> was already committed
           IF WS-CKP-RESUME-PHASE NOT = "DEBIT"
               MOVE "CREDIT" TO WS-CKP-PHASE
               MOVE SPACES TO SQL-COMMAND
               STRING "SELECT account_id, COALESCE(accrued_interest,0) "
                      "FROM accounts "
                      "WHERE COALESCE(accrued_interest,0) <> 0 "
                      "AND COALESCE(status,'OPEN') <> 'CLOSED' "
                      DELIMITED BY SIZE INTO SQL-COMMAND
               PERFORM ADD-RESUME-FILTER
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT

               IF STMT NOT = NULL-PTR THEN
                   PERFORM POST-MONTHLY-INTEREST
                       UNTIL RC NOT = 0 OR WS-CKP-COMMIT-FAILED
               END-IF

               *> the credit pass is closed out before the debit pass
               *> starts so a restart never walks it again
               IF NOT WS-CKP-COMMIT-FAILED
                   MOVE "DEBIT" TO WS-CKP-PHASE
                   MOVE SPACES TO WS-CKP-LAST-ACCOUNT
                   PERFORM COMMIT-POSTING-INTERVAL
               END-IF
               MOVE SPACES TO WS-CKP-RESUME-AFTER
           END-IF

           *> accrued debit interest on overdrawn days capitalizes in
           *> the same month-end pass, as its own posting type so the
           *> customer can tell fee from interest
           IF NOT WS-CKP-COMMIT-FAILED
               MOVE "DEBIT" TO WS-CKP-PHASE
               MOVE SPACES TO SQL-COMMAND
               STRING "SELECT account_id, "
                      "COALESCE(accrued_debit_interest,0) "
                      "FROM accounts "
                      "WHERE COALESCE(accrued_debit_interest,0) <> 0 "
                      "AND COALESCE(status,'OPEN') <> 'CLOSED' "
                      DELIMITED BY SIZE INTO SQL-COMMAND
               PERFORM ADD-RESUME-FILTER
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT

               IF STMT NOT = NULL-PTR THEN
                   PERFORM CAPITALIZE-DEBIT-INTEREST
                       UNTIL RC NOT = 0 OR WS-CKP-COMMIT-FAILED
               END-IF
           END-IF

           IF WS-CKP-COMMIT-FAILED
               DISPLAY "ERROR: interest posting stopped - checkpoint "
                       "left at account "
                       FUNCTION TRIM(WS-CKP-LAST-ACCOUNT)
                       " for restart"
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           CALL STATIC "DB_COMMIT"
               USING BY VALUE DBH
               RETURNING WS-CKP-RC
           IF WS-CKP-RC NOT = 0
               DISPLAY "ERROR: final commit failed - checkpoint left "
                       "at account "
                       FUNCTION TRIM(WS-CKP-LAST-ACCOUNT)
                       " for restart"
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "CLEAR" TO WS-CKP-FUNCTION
           PERFORM CALL-POSTING-CHECKPOINT

           DISPLAY "Month-end interest posting complete - "
                   WS-POSTED-COUNT " account(s) credited, "
                   WS-DEBIT-POSTED " account(s) charged debit "
                   "interest."
           IF WS-CKP-RESUMING
               DISPLAY "Resumed run - " WS-CKP-SKIPPED
                       " account(s) skipped as already done."
           END-IF

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               END-IF

               IF WS-INTEREST-AMOUNT > 0 THEN
                   PERFORM TAKE-ACCOUNT-SAVEPOINT
                   PERFORM POST-INTEREST-TRANSACTION
                   PERFORM END-ACCOUNT-POSTING
               END-IF
           END-IF.

                       FUNCTION NUMVAL(WS-ACCRUED-STR)
               END-IF
               IF WS-INTEREST-AMOUNT > 0
                   PERFORM TAKE-ACCOUNT-SAVEPOINT
                   PERFORM POST-DEBIT-INTEREST
                   PERFORM END-ACCOUNT-POSTING
               END-IF
           END-IF.

                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "ERROR: Debit interest charge failed for "
                       "account " FUNCTION TRIM(WS-ACCOUNT-ID)
               MOVE "Y" TO WS-ACCOUNT-FAILED
               EXIT PARAGRAPH
           END-IF

           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "Y" TO WS-ACCOUNT-FAILED
           ELSE
               MOVE "OVERDRAFT_INT" TO WS-JOURNAL-TYPE
               MOVE SPACES TO WS-JOURNAL-AMOUNT
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "ERROR: Interest credit failed for account "
                       FUNCTION TRIM(WS-ACCOUNT-ID)
               MOVE "Y" TO WS-ACCOUNT-FAILED
           ELSE
               MOVE "INTEREST" TO WS-HASH-TYPE
               MOVE WS-INTEREST-DISPLAY TO WS-HASH-AMOUNT
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT

               IF STMT NOT = NULL-PTR THEN
                   *> the capitalized accrual starts over at zero
                   MOVE SPACES TO SQL-COMMAND
                   STRING "UPDATE accounts SET accrued_interest = 0 "
                       USING BY VALUE DBH
                             BY REFERENCE SQL-COMMAND
                       RETURNING STMT
               END-IF
               IF STMT = NULL-PTR THEN
                   CALL STATIC "LOG-DB-ERROR"
                       USING WS-ERROR-SOURCE, SQL-COMMAND
                   MOVE "Y" TO WS-ACCOUNT-FAILED
               ELSE
                   MOVE "INTEREST" TO WS-JOURNAL-TYPE
                   MOVE SPACES TO WS-JOURNAL-AMOUNT
                   MOVE FUNCTION TRIM(WS-INTEREST-DISPLAY)
           END-IF
           MOVE WS-WHT-AMOUNT TO WS-WHT-DISPLAY

           *> a failed withholding unwinds on its own - the interest
           *> credit already made stays in the open interval
           CALL STATIC "DB-SAVEPOINT"
               USING DBH, WS-WHT-SAVEPOINT, WS-SAVEPOINT-RC

           *> the customer keeps the net - the withheld slice leaves
           *> the account as its own ledger leg
           MOVE SPACES TO SQL-COMMAND
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               CALL STATIC "DB-ROLLBACK-SAVEPOINT"
                   USING DBH, WS-WHT-SAVEPOINT, WS-SAVEPOINT-RC
               DISPLAY "ERROR: Withholding failed for account "
                       FUNCTION TRIM(WS-ACCOUNT-ID)
           ELSE
               MOVE "TAX_WHT" TO WS-JOURNAL-TYPE
               MOVE SPACES TO WS-JOURNAL-AMOUNT
                       " from account "
                       FUNCTION TRIM(WS-ACCOUNT-ID)
           END-IF.

       LOAD-POSTING-CHECKPOINT.
           MOVE SPACES TO WS-CKP-ENV
           ACCEPT WS-CKP-ENV FROM ENVIRONMENT "CHECKPOINT_INTERVAL"
           IF WS-CKP-ENV NOT = SPACES
               COMPUTE WS-CKP-INTERVAL = FUNCTION NUMVAL(WS-CKP-ENV)
           END-IF
           IF WS-CKP-INTERVAL = 0
               MOVE 500 TO WS-CKP-INTERVAL
           END-IF
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG

           MOVE "READ" TO WS-CKP-FUNCTION
           PERFORM CALL-POSTING-CHECKPOINT
           MOVE SPACES TO WS-CKP-RESUME-PHASE, WS-CKP-RESUME-AFTER
           IF WS-CKP-RESUMING
               MOVE WS-CKP-PHASE TO WS-CKP-RESUME-PHASE
               MOVE WS-CKP-LAST-ACCOUNT TO WS-CKP-RESUME-AFTER
               MOVE WS-CKP-DONE TO WS-CKP-SKIPPED
               IF WS-CKP-RESUME-AFTER = SPACES
                   DISPLAY "RESUME: interest-posting restarting at "
                           "the top of the "
                           FUNCTION TRIM(WS-CKP-RESUME-PHASE)
                           " pass - " WS-CKP-SKIPPED
                           " account(s) already done are skipped"
               ELSE
                   DISPLAY "RESUME: interest-posting restarting in "
                           "the " FUNCTION TRIM(WS-CKP-RESUME-PHASE)
                           " pass after account "
                           FUNCTION TRIM(WS-CKP-RESUME-AFTER) " - "
                           WS-CKP-SKIPPED
                           " account(s) already done are skipped"
               END-IF
           END-IF

           CALL STATIC "DB_BEGIN"
               USING BY VALUE DBH
               RETURNING WS-CKP-RC.

       ADD-RESUME-FILTER.
           *> accounts at or before the checkpoint were committed by
           *> the earlier run and are not read again
           MOVE SPACES TO WS-CKP-SQL
           IF WS-CKP-RESUME-AFTER NOT = SPACES
               STRING FUNCTION TRIM(SQL-COMMAND)
                      " AND account_id > '"
                      FUNCTION TRIM(WS-CKP-RESUME-AFTER)
                      "' ORDER BY account_id"
                   DELIMITED BY SIZE INTO WS-CKP-SQL
           ELSE
               STRING FUNCTION TRIM(SQL-COMMAND)
                      " ORDER BY account_id"
                   DELIMITED BY SIZE INTO WS-CKP-SQL
           END-IF
           MOVE WS-CKP-SQL TO SQL-COMMAND.

       TAKE-ACCOUNT-SAVEPOINT.
           MOVE "N" TO WS-ACCOUNT-FAILED
           CALL STATIC "DB-SAVEPOINT"
               USING DBH, WS-SAVEPOINT-NAME, WS-SAVEPOINT-RC.

       END-ACCOUNT-POSTING.
           *> a failed account is unwound and keeps its accrual for
           *> the next run; the interval carries on
           IF WS-ACCOUNT-FAILED = "Y"
               CALL STATIC "DB-ROLLBACK-SAVEPOINT"
                   USING DBH, WS-SAVEPOINT-NAME, WS-SAVEPOINT-RC
           END-IF
           MOVE WS-ACCOUNT-ID TO WS-CKP-LAST-ACCOUNT
           ADD 1 TO WS-CKP-DONE
           ADD 1 TO WS-CKP-SINCE-COMMIT
           IF WS-CKP-SINCE-COMMIT >= WS-CKP-INTERVAL
               PERFORM COMMIT-POSTING-INTERVAL
           END-IF.

       COMMIT-POSTING-INTERVAL.
           CALL STATIC "DB_COMMIT"
               USING BY VALUE DBH
               RETURNING WS-CKP-RC
           IF WS-CKP-RC NOT = 0
               MOVE "Y" TO WS-CKP-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "WRITE" TO WS-CKP-FUNCTION
           PERFORM CALL-POSTING-CHECKPOINT
           MOVE 0 TO WS-CKP-SINCE-COMMIT
           CALL STATIC "DB_BEGIN"
               USING BY VALUE DBH
               RETURNING WS-CKP-RC.

       CALL-POSTING-CHECKPOINT.
           CALL STATIC "POSTING-CHECKPOINT"
               USING WS-CKP-FUNCTION, WS-CKP-JOB, WS-BUSINESS-DATE,
                     WS-CKP-PHASE, WS-CKP-LAST-ACCOUNT, WS-CKP-DONE,
                     WS-CKP-FOUND.
