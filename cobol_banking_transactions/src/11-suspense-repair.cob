       01  WS-AUDIT-MESSAGE      PIC X(380).
       01  WS-OPERATOR-ID        PIC X(20).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "suspense-repair".
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
           MOVE "build/transaction_suspense.dat"
               TO WS-SOURCE-FILE-NAME(1)
