           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "fx-revaluation".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       01  WS-COMMAND-LINE      PIC X(20).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-ACCT-ID-STR       PIC X(20).
       01  WS-CONVERT-RESULT    PIC X.

       *> the pass commits every WS-CKP-INTERVAL accounts and records
       *> the last account committed; a rerun on the same business
       *> date resumes after it instead of from the top
       01  WS-CKP-FUNCTION      PIC X(5).
       01  WS-CKP-JOB           PIC X(40) VALUE "fx-revaluation".
       01  WS-CKP-PHASE         PIC X(10).
       01  WS-CKP-LAST-ACCOUNT  PIC X(20).
       01  WS-CKP-DONE          PIC 9(9) VALUE 0.
       01  WS-CKP-FOUND         PIC X.
           88  WS-CKP-RESUMING          VALUE "Y".
       01  WS-CKP-RESUME-AFTER  PIC X(20).
       01  WS-CKP-SKIPPED       PIC 9(9) VALUE 0.
       01  WS-CKP-INTERVAL      PIC 9(6) VALUE 500.
       01  WS-CKP-SINCE-COMMIT  PIC 9(6) VALUE 0.
       01  WS-CKP-ENV           PIC X(20).
       01  WS-CKP-SQL           PIC X(512).
       01  WS-CKP-RC            PIC S9(9) COMP-5.
       01  WS-CKP-FAILED        PIC X VALUE "N".
           88  WS-CKP-COMMIT-FAILED     VALUE "Y".
       *> one account's statements unwind together when any of
       *> them fails, so the open interval can still commit
       01  WS-SAVEPOINT-NAME    PIC X(30) VALUE "sp_account".
       01  WS-SAVEPOINT-RC      PIC S9(9) COMP-5.
       01  WS-ACCOUNT-FAILED    PIC X VALUE "N".

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "fx-revaluation".
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

           DISPLAY "--- MONTH-END FX REVALUATION ---"
           PERFORM LOAD-POSTING-CHECKPOINT
           PERFORM COLLECT-FOREIGN-POSITIONS
           PERFORM CHECKPOINT-ONE-POSITION
               VARYING WS-POS-IX FROM 1 BY 1
               UNTIL WS-POS-IX > WS-POS-USED
                  OR WS-CKP-COMMIT-FAILED
           PERFORM FINISH-POSTING-CHECKPOINT
           PERFORM REPORT-IMPACT-BY-CURRENCY

           CALL STATIC "DB_DISCONNECT"
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT account_id, currency || ';' || balance, '' "
                  "FROM accounts WHERE currency IS NOT NULL "
                  "AND currency <> 'USD' "
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM ADD-RESUME-FILTER

           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                   FUNCTION NUMVAL(WS-DET-BAL)
           END-IF.

       CHECKPOINT-ONE-POSITION.
           MOVE WS-POS-ACCOUNT(WS-POS-IX) TO WS-ACCT-ID-STR
           PERFORM TAKE-ACCOUNT-SAVEPOINT
           PERFORM REVALUE-ONE-POSITION
           PERFORM END-ACCOUNT-POSTING.

       REVALUE-ONE-POSITION.
           *> Target cumulative revaluation = month-end USD value less
           *> nominal balance; this month's movement is whatever prior
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "Y" TO WS-ACCOUNT-FAILED
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               DISPLAY "Revalued "
               USING "C", WS-FORMAT-ARG, WS-FORMATTED-AMOUNT
           DISPLAY "  " WS-CCY-CODE(WS-CCY-IX) "  "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT).

       LOAD-POSTING-CHECKPOINT.
           MOVE SPACES TO WS-CKP-ENV
           ACCEPT WS-CKP-ENV FROM ENVIRONMENT "CHECKPOINT_INTERVAL"
           IF WS-CKP-ENV NOT = SPACES
               COMPUTE WS-CKP-INTERVAL = FUNCTION NUMVAL(WS-CKP-ENV)
           END-IF
           IF WS-CKP-INTERVAL = 0
               MOVE 500 TO WS-CKP-INTERVAL
           END-IF
           MOVE "READ" TO WS-CKP-FUNCTION
           PERFORM CALL-POSTING-CHECKPOINT
           MOVE SPACES TO WS-CKP-RESUME-AFTER
           IF WS-CKP-RESUMING
               MOVE WS-CKP-LAST-ACCOUNT TO WS-CKP-RESUME-AFTER
               MOVE WS-CKP-DONE TO WS-CKP-SKIPPED
               DISPLAY "RESUME: fx-revaluation restarting "
                       "after account "
                       FUNCTION TRIM(WS-CKP-RESUME-AFTER) " - "
                       WS-CKP-SKIPPED
                       " account(s) already done are skipped"
           END-IF
           MOVE "REVALUE" TO WS-CKP-PHASE

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
           *> a failed entry is unwound; the next run's REVAL sum
           *> picks the movement up again
           IF WS-ACCOUNT-FAILED = "Y"
               CALL STATIC "DB-ROLLBACK-SAVEPOINT"
                   USING DBH, WS-SAVEPOINT-NAME, WS-SAVEPOINT-RC
           END-IF
           MOVE WS-ACCT-ID-STR TO WS-CKP-LAST-ACCOUNT
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

       FINISH-POSTING-CHECKPOINT.
           *> the tail of the run commits like any interval; only a
           *> clean finish drops the checkpoint
           IF NOT WS-CKP-COMMIT-FAILED
               CALL STATIC "DB_COMMIT"
                   USING BY VALUE DBH
                   RETURNING WS-CKP-RC
               IF WS-CKP-RC NOT = 0
                   MOVE "Y" TO WS-CKP-FAILED
               END-IF
           END-IF
           IF WS-CKP-COMMIT-FAILED
               DISPLAY "ERROR: fx-revaluation stopped on a failed "
                       "commit - "
                       "checkpoint left at account "
                       FUNCTION TRIM(WS-CKP-LAST-ACCOUNT)
                       " for restart"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "CLEAR" TO WS-CKP-FUNCTION
               PERFORM CALL-POSTING-CHECKPOINT
               IF WS-CKP-RESUMING
                   DISPLAY "Resumed run - " WS-CKP-SKIPPED
                           " account(s) skipped as already done."
               END-IF
           END-IF.

       CALL-POSTING-CHECKPOINT.
           CALL STATIC "POSTING-CHECKPOINT"
               USING WS-CKP-FUNCTION, WS-CKP-JOB, WS-BUSINESS-DATE,
                     WS-CKP-PHASE, WS-CKP-LAST-ACCOUNT, WS-CKP-DONE,
                     WS-CKP-FOUND.
