IDENTIFICATION DIVISION.
       PROGRAM-ID. payment-screening-desk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-FILE ASSIGN TO "build/screening_release.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCREENING-AUDIT-FILE
               ASSIGN TO "build/screening_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREENING-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-FILE.
       01  RELEASE-RECORD       PIC X(200).
       FD  SCREENING-AUDIT-FILE.
       01  SCREENING-AUDIT-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "payment-screening-desk".
       01  SCREENING-AUDIT-STATUS PIC XX.

       *> Outbound payments whose beneficiary hit the blocked-party
       *> list wait here with nothing debited. A compliance officer
       *> releases or rejects each under the same four-eyes rule as
       *> the approval desk; released items go out in a batch of
       *> origin SCREENING-DESK, which is not screened again.
       01  WS-OFFICER-ID        PIC X(20).
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY    OCCURS 200 TIMES.
               10  WS-HELD-ID       PIC X(10).
               10  WS-HELD-ORIG     PIC X(20).
               10  WS-HELD-AMOUNT   PIC X(20).
               10  WS-HELD-PAYEE    PIC X(50).
               10  WS-HELD-MATCHED  PIC X(50).
               10  WS-HELD-RECORD   PIC X(200).
       01  WS-HELD-USED         PIC 9(3) VALUE 0.
       01  WS-HELD-IX           PIC 9(3).
       01  WS-KEY-FIELDS        PIC X(64).
       01  WS-OPERATOR-REPLY    PIC X(20).
       01  WS-DECISION          PIC X(10).
       01  WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-RELEASE-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-RELEASE-EDIT      PIC -(9)9.99.
       01  WS-LINE-AMOUNT       PIC S9(9)V99.
       01  WS-CURRENT-TIMESTAMP PIC X(21).
       01  WS-RELEASE-OPEN      PIC X VALUE 'N'.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "payment-screening-desk".
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
           CALL STATIC "GET-OPERATOR-ID" USING WS-OFFICER-ID

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

           DISPLAY "=== PAYMENT-SCREENING QUEUE (compliance officer "
                   FUNCTION TRIM(WS-OFFICER-ID) ") ==="
           PERFORM COLLECT-HELD-PAYMENTS
           IF WS-HELD-USED = 0
               DISPLAY "Nothing held for screening."
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF

           PERFORM REVIEW-ONE-PAYMENT
               VARYING WS-HELD-IX FROM 1 BY 1
               UNTIL WS-HELD-IX > WS-HELD-USED

           IF WS-RELEASE-OPEN = 'Y'
               MOVE WS-RELEASE-TOTAL TO WS-RELEASE-EDIT
               MOVE SPACES TO RELEASE-RECORD
               STRING "TRAILER," WS-RELEASED-COUNT ","
                      FUNCTION TRIM(WS-RELEASE-EDIT)
                   DELIMITED BY SIZE INTO RELEASE-RECORD
               WRITE RELEASE-RECORD
               CLOSE RELEASE-FILE
               DISPLAY "Released payments written to "
                       "build/screening_release.dat for the next batch."
           END-IF

           DISPLAY "Review complete: " WS-RELEASED-COUNT
                   " released, " WS-REJECTED-COUNT " rejected."
           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       COLLECT-HELD-PAYMENTS.
           *> the matched name rides fixed-width ahead of the record
           *> so neither can be split by what the other contains
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT screening_id || ';' || originator || ';' "
                  "|| amount, COALESCE(beneficiary,''), "
                  "RPAD(COALESCE(matched_name,''),50) || record "
                  "FROM payment_screening WHERE status = 'HELD' "
                  "ORDER BY screening_id"
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
               PERFORM BUFFER-HELD-PAYMENT UNTIL RC NOT = 0
           END-IF.

       BUFFER-HELD-PAYMENT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-HELD-USED < 200
               ADD 1 TO WS-HELD-USED
               MOVE SPACES TO WS-KEY-FIELDS
               MOVE FUNCTION TRIM(C1) TO WS-KEY-FIELDS
               UNSTRING WS-KEY-FIELDS DELIMITED BY ";"
                   INTO WS-HELD-ID(WS-HELD-USED),
                        WS-HELD-ORIG(WS-HELD-USED),
                        WS-HELD-AMOUNT(WS-HELD-USED)
               END-UNSTRING
               MOVE C2 TO WS-HELD-PAYEE(WS-HELD-USED)
               MOVE C3(1:50) TO WS-HELD-MATCHED(WS-HELD-USED)
               MOVE C3(51:200) TO WS-HELD-RECORD(WS-HELD-USED)
           END-IF.

       REVIEW-ONE-PAYMENT.
           DISPLAY " "
           DISPLAY "Payment " FUNCTION TRIM(WS-HELD-ID(WS-HELD-IX))
                   " keyed by "
                   FUNCTION TRIM(WS-HELD-ORIG(WS-HELD-IX)) ":"
           DISPLAY "  " FUNCTION TRIM(WS-HELD-RECORD(WS-HELD-IX))
           DISPLAY "  beneficiary '"
                   FUNCTION TRIM(WS-HELD-PAYEE(WS-HELD-IX))
                   "' matched blocked party '"
                   FUNCTION TRIM(WS-HELD-MATCHED(WS-HELD-IX)) "'"

           *> Four eyes: the officer may never be the originator.
           IF FUNCTION TRIM(WS-HELD-ORIG(WS-HELD-IX)) =
                   FUNCTION TRIM(WS-OFFICER-ID)
               DISPLAY "  You originated this payment - a different "
                       "officer must decide it. Skipped."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RELEASE, REJECT, or SKIP: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-REPLY
           ACCEPT WS-OPERATOR-REPLY

           EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-OPERATOR-REPLY))
               WHEN "RELEASE"
                   MOVE "RELEASED" TO WS-DECISION
                   PERFORM RECORD-DECISION
                   PERFORM RELEASE-SCREENED-PAYMENT
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN "REJECT"
                   *> nothing was debited, so a rejection only
                   *> closes the queue entry
                   MOVE "REJECTED" TO WS-DECISION
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   DISPLAY "  Left held."
           END-EVALUATE.

       RECORD-DECISION.
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE payment_screening SET status = '"
                  FUNCTION TRIM(WS-DECISION)
                  "', decided_by = '"
                  FUNCTION TRIM(WS-OFFICER-ID)
                  "', decided_at = CURRENT_TIMESTAMP "
                  "WHERE screening_id = "
                  FUNCTION TRIM(WS-HELD-ID(WS-HELD-IX))
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           PERFORM WRITE-SCREENING-AUDIT.

       RELEASE-SCREENED-PAYMENT.
           IF WS-RELEASE-OPEN = 'N'
               OPEN OUTPUT RELEASE-FILE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE SPACES TO RELEASE-RECORD
               STRING "HEADER,SCRN-" WS-CURRENT-TIMESTAMP(1:14)
                      ",SCREENING-DESK"
                   DELIMITED BY SIZE INTO RELEASE-RECORD
               WRITE RELEASE-RECORD
               MOVE 'Y' TO WS-RELEASE-OPEN
           END-IF
           MOVE SPACES TO RELEASE-RECORD
           MOVE WS-HELD-RECORD(WS-HELD-IX) TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(WS-HELD-AMOUNT(WS-HELD-IX))
           ADD WS-LINE-AMOUNT TO WS-RELEASE-TOTAL.

       WRITE-SCREENING-AUDIT.
           OPEN INPUT SCREENING-AUDIT-FILE
           IF SCREENING-AUDIT-STATUS = "35" THEN
               OPEN OUTPUT SCREENING-AUDIT-FILE
               CLOSE SCREENING-AUDIT-FILE
           ELSE
               CLOSE SCREENING-AUDIT-FILE
           END-IF
           OPEN EXTEND SCREENING-AUDIT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO SCREENING-AUDIT-RECORD
           STRING "[" WS-CURRENT-TIMESTAMP(1:8) " "
                  WS-CURRENT-TIMESTAMP(9:6) "] ["
                  FUNCTION TRIM(WS-DECISION) "] payment "
                  FUNCTION TRIM(WS-HELD-ID(WS-HELD-IX))
                  " keyed by "
                  FUNCTION TRIM(WS-HELD-ORIG(WS-HELD-IX))
                  ", decided by "
                  FUNCTION TRIM(WS-OFFICER-ID)
                  ", beneficiary '"
                  FUNCTION TRIM(WS-HELD-PAYEE(WS-HELD-IX))
                  "' matched '"
                  FUNCTION TRIM(WS-HELD-MATCHED(WS-HELD-IX))
                  "': "
                  FUNCTION TRIM(WS-HELD-RECORD(WS-HELD-IX))
               DELIMITED BY SIZE INTO SCREENING-AUDIT-RECORD
           WRITE SCREENING-AUDIT-RECORD
           CLOSE SCREENING-AUDIT-FILE.
