       01  WS-LINE-F4           PIC X(50).
       01  WS-LINE-F5           PIC X(50).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "approval-processor".
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
           CALL STATIC "GET-OPERATOR-ID" USING WS-SUPERVISOR-ID

           MOVE SPACES TO WS-ENV-CONNSTR
               WHEN "REVERSAL"
                   COMPUTE WS-LINE-AMOUNT =
                       FUNCTION NUMVAL(WS-LINE-F4)
               WHEN "DRAFTISSUE"
                   COMPUTE WS-LINE-AMOUNT =
                       FUNCTION NUMVAL(WS-LINE-F3)
               WHEN "BILLPAY"
                   COMPUTE WS-LINE-AMOUNT =
                       FUNCTION NUMVAL(WS-LINE-F5)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
