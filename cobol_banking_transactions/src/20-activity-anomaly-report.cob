       01  WS-AMOUNT-EDIT       PIC -(9)9.99.
       01  WS-COUNT-AVG-EDIT    PIC ZZZZZZ9.99.
       01  WS-AMOUNT-AVG-EDIT   PIC ZZZZZZZZZ9.99.
       *> every exception is filed to the customer's AML case
       01  WS-AML-CUSTOMER      PIC X(20).
       01  WS-AML-ACCOUNT       PIC X(20).
       01  WS-AML-SOURCE        PIC X(30)
           VALUE "activity-anomaly-report".
       01  WS-AML-EVIDENCE      PIC X(200).
       01  WS-AML-CASE-ID       PIC X(10).
       01  WS-AML-RESULT        PIC X.
       01  WS-AML-DATE          PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           MOVE FUNCTION TRIM(DB-CONN-STRING) TO DB-CONNSTR.

           *> a read-only report - it runs on the reporting replica
           *> and stops if that is unavailable or behind the posting
           CALL STATIC "DB-CONNECT-READONLY"
               USING WS-ERROR-SOURCE, DB-CONN-STRING, DBH,
                     DB-READONLY-RESULT

           IF DBH = NULL-PTR THEN
               DISPLAY "ERROR: Database connection failed"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COLLECT-TODAY-ACTIVITY
               MOVE WS-ACT-ACCOUNT(WS-ACT-IX)
                   TO WS-EXC-ACCOUNT(WS-EXC-USED)
               MOVE WS-DETAIL TO WS-EXC-REASON(WS-EXC-USED)
           END-IF
           MOVE SPACES TO WS-AML-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-AML-DATE
           MOVE SPACES TO WS-AML-CUSTOMER
           MOVE WS-ACT-ACCOUNT(WS-ACT-IX) TO WS-AML-ACCOUNT
           MOVE SPACES TO WS-AML-EVIDENCE
           STRING WS-AML-DATE " severity " WS-SEVERITY-PASS
                  " account " FUNCTION TRIM(WS-ACT-ACCOUNT(WS-ACT-IX))
                  ": " FUNCTION TRIM(WS-DETAIL)
               DELIMITED BY SIZE INTO WS-AML-EVIDENCE
           CALL STATIC "REGISTER-AML-HIT"
               USING DBH, WS-AML-CUSTOMER, WS-AML-ACCOUNT,
                     WS-AML-SOURCE, WS-AML-EVIDENCE, WS-AML-CASE-ID,
                     WS-AML-RESULT.

       WRITE-EXCEPTION-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
