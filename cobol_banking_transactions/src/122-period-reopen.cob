IDENTIFICATION DIVISION.
       PROGRAM-ID. period-reopen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "build/accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD        PIC X(160).

       WORKING-STORAGE SECTION.
       01  PERIOD-FILE-STATUS   PIC XX.
       01  WS-EOF               PIC X.

       01  WS-COMMAND-LINE      PIC X(200).
       01  WS-CMD-VERB          PIC X(10).
       01  WS-CMD-PERIOD        PIC X(10).
       01  WS-CMD-REASON        PIC X(80).
       01  WS-CMD-PTR           PIC 9(4).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-OPERATOR-ID       PIC X(20).

       *> what the register says about the named period: its state
       *> (latest CLOSED or REOPENED line) and any reopen request
       *> still waiting for a decision
       01  WS-PERIOD            PIC X(6).
       01  WS-PERIOD-STATUS     PIC X(20).
       01  WS-PENDING-BY        PIC X(20).
       01  WS-PENDING-REASON    PIC X(80).
       01  WS-EVENT-STATUS      PIC X(20).
       01  WS-EVENT-TEXT        PIC X(80).
       01  WS-EVENT-COUNT       PIC 9(5) VALUE 0.
       01  WS-PR-PERIOD         PIC X(6).
       01  WS-PR-STATUS         PIC X(20).
       01  WS-PR-DATE           PIC X(8).
       01  WS-PR-OPERATOR       PIC X(20).
       01  WS-PR-TEXT           PIC X(80).

       *> approving or declining a reopen is a finance decision
       01  WS-ACT-ENTITLEMENT.
           05  WS-ACT-ENT-KIND  PIC X(10) VALUE "ACTION".
           05  WS-ACT-ENT-OBJECT PIC X(40) VALUE "PERIODREOPEN".
           05  WS-ACT-ENT-RESULT PIC X.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40) VALUE "period-reopen".
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
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-VERB, WS-CMD-PERIOD, WS-CMD-REASON
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-VERB, WS-CMD-PERIOD
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF WS-CMD-PTR <= 200
               MOVE WS-COMMAND-LINE(WS-CMD-PTR:) TO WS-CMD-REASON
           END-IF
           MOVE WS-CMD-PERIOD(1:6) TO WS-PERIOD

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-VERB))
               WHEN "REQUEST"
                   PERFORM REQUEST-REOPEN
               WHEN "APPROVE"
                   PERFORM DECIDE-REOPEN
               WHEN "REJECT"
                   PERFORM DECIDE-REOPEN
               WHEN OTHER
                   PERFORM LIST-REGISTER
           END-EVALUATE
           GOBACK.

       REQUEST-REOPEN.
           *> REQUEST <YYYYMM> <reason>: anyone who may run the
           *> program can ask; the period stays locked until finance
           *> approves
           IF WS-PERIOD IS NOT NUMERIC
              OR WS-CMD-REASON = SPACES
               DISPLAY "Use: period-reopen REQUEST <YYYYMM> <reason>"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PERIOD-STATE
           IF WS-PERIOD-STATUS NOT = "CLOSED"
               DISPLAY "REFUSED: period " WS-PERIOD
                       " is not closed."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PENDING-BY NOT = SPACES
               DISPLAY "REFUSED: period " WS-PERIOD
                       " already has a reopen request from "
                       FUNCTION TRIM(WS-PENDING-BY)
                       " awaiting approval."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "REOPEN-REQUESTED" TO WS-EVENT-STATUS
           MOVE WS-CMD-REASON TO WS-EVENT-TEXT
           PERFORM APPEND-PERIOD-EVENT
           DISPLAY "Reopen of period " WS-PERIOD " requested by "
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   " - awaiting finance approval."
           MOVE 0 TO RETURN-CODE.

       DECIDE-REOPEN.
           *> APPROVE <YYYYMM> / REJECT <YYYYMM> [comment]: the
           *> finance approver must not be the requester
           IF WS-PERIOD IS NOT NUMERIC
               DISPLAY "Use: period-reopen APPROVE|REJECT <YYYYMM> "
                       "[comment]"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ACT-ENT-KIND, WS-OPERATOR-ID,
                     WS-ACT-ENT-OBJECT, WS-ACT-ENT-RESULT
           IF WS-ACT-ENT-RESULT NOT = "Y"
               DISPLAY "REFUSED: operator "
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       " is not entitled to decide period reopens."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PERIOD-STATE
           IF WS-PENDING-BY = SPACES
               DISPLAY "REFUSED: no reopen request is pending for "
                       "period " WS-PERIOD "."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PENDING-BY = WS-OPERATOR-ID
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-OPERATOR-ID)
                       " requested this reopen and cannot also "
                       "approve it."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-VERB))
                   = "APPROVE"
               MOVE "REOPENED" TO WS-EVENT-STATUS
           ELSE
               MOVE "REOPEN-REJECTED" TO WS-EVENT-STATUS
           END-IF
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "request by " FUNCTION TRIM(WS-PENDING-BY) ": "
                  FUNCTION TRIM(WS-PENDING-REASON)
               DELIMITED BY SIZE INTO WS-EVENT-TEXT
           PERFORM APPEND-PERIOD-EVENT
           IF WS-EVENT-STATUS = "REOPENED"
               DISPLAY "Period " WS-PERIOD " REOPENED by "
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       " - back-valued postings will now land in it;"
                       " run period-close " WS-PERIOD
                       " to lock it again."
           ELSE
               DISPLAY "Reopen of period " WS-PERIOD
                       " declined by " FUNCTION TRIM(WS-OPERATOR-ID)
                       " - the period stays closed."
           END-IF
           MOVE 0 TO RETURN-CODE.

       READ-PERIOD-STATE.
           MOVE SPACES TO WS-PERIOD-STATUS, WS-PENDING-BY,
               WS-PENDING-REASON
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = "00"
               PERFORM READ-ONE-PERIOD-EVENT UNTIL WS-EOF = 'Y'
               CLOSE PERIOD-FILE
           END-IF.

       READ-ONE-PERIOD-EVENT.
           READ PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM SPLIT-PERIOD-RECORD
                   IF WS-PR-PERIOD = WS-PERIOD
                       EVALUATE WS-PR-STATUS
                           WHEN "CLOSED"
                               MOVE WS-PR-STATUS TO WS-PERIOD-STATUS
                               MOVE SPACES TO WS-PENDING-BY,
                                   WS-PENDING-REASON
                           WHEN "REOPENED"
                               MOVE WS-PR-STATUS TO WS-PERIOD-STATUS
                               MOVE SPACES TO WS-PENDING-BY,
                                   WS-PENDING-REASON
                           WHEN "REOPEN-REQUESTED"
                               MOVE WS-PR-OPERATOR TO WS-PENDING-BY
                               MOVE WS-PR-TEXT TO WS-PENDING-REASON
                           WHEN "REOPEN-REJECTED"
                               MOVE SPACES TO WS-PENDING-BY,
                                   WS-PENDING-REASON
                       END-EVALUATE
                   END-IF
           END-READ.

       SPLIT-PERIOD-RECORD.
           MOVE SPACES TO WS-PR-PERIOD, WS-PR-STATUS, WS-PR-DATE,
               WS-PR-OPERATOR, WS-PR-TEXT
           UNSTRING PERIOD-RECORD DELIMITED BY "|"
               INTO WS-PR-PERIOD, WS-PR-STATUS, WS-PR-DATE,
                    WS-PR-OPERATOR, WS-PR-TEXT
           END-UNSTRING.

       APPEND-PERIOD-EVENT.
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
           ELSE
               CLOSE PERIOD-FILE
           END-IF
           OPEN EXTEND PERIOD-FILE
           MOVE SPACES TO PERIOD-RECORD
           STRING WS-PERIOD "|" FUNCTION TRIM(WS-EVENT-STATUS) "|"
                  WS-BUSINESS-DATE "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  FUNCTION TRIM(WS-EVENT-TEXT)
               DELIMITED BY SIZE INTO PERIOD-RECORD
           WRITE PERIOD-RECORD
           CLOSE PERIOD-FILE.

       LIST-REGISTER.
           DISPLAY "--- ACCOUNTING PERIOD REGISTER ---"
           DISPLAY "PERIOD  EVENT             DATE      OPERATOR"
                   "             DETAIL"
           MOVE 0 TO WS-EVENT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = "00"
               PERFORM LIST-ONE-PERIOD-EVENT UNTIL WS-EOF = 'Y'
               CLOSE PERIOD-FILE
           END-IF
           IF WS-EVENT-COUNT = 0
               DISPLAY "(no period has been closed yet)"
           END-IF
           MOVE 0 TO RETURN-CODE.

       LIST-ONE-PERIOD-EVENT.
           READ PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM SPLIT-PERIOD-RECORD
                   ADD 1 TO WS-EVENT-COUNT
                   DISPLAY WS-PR-PERIOD "  " WS-PR-STATUS(1:16) "  "
                           WS-PR-DATE "  " WS-PR-OPERATOR " "
                           FUNCTION TRIM(WS-PR-TEXT)
           END-READ.
