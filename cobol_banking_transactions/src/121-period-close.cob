IDENTIFICATION DIVISION.
       PROGRAM-ID. period-close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "build/accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "build/gl_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-BALANCE-STATUS.
           SELECT CLOSE-FILE ASSIGN TO WS-CLOSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD        PIC X(160).
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD    PIC X(40).
       FD  CLOSE-FILE.
       01  CLOSE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  PERIOD-FILE-STATUS   PIC XX.
       01  GL-BALANCE-STATUS    PIC XX.
       01  CLOSE-FILE-STATUS    PIC XX.
       01  WS-EOF               PIC X.

       01  WS-COMMAND-LINE      PIC X(20).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-CLOSE-FILENAME    PIC X(80).

       *> the period being closed, YYYYMM
       01  WS-PERIOD            PIC X(6).
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR   PIC 9(4).
           05  WS-PERIOD-MONTH  PIC 99.
       01  WS-PERIOD-STATUS     PIC X(20).
       01  WS-EVER-CLOSED       PIC X VALUE 'N'.
       01  WS-PR-PERIOD         PIC X(6).
       01  WS-PR-STATUS         PIC X(20).
       01  WS-PR-DATE           PIC X(8).
       01  WS-PR-OPERATOR       PIC X(20).
       01  WS-PR-TEXT           PIC X(80).

       01  WS-BAL-FIELDS        PIC X(40).
       01  WS-BAL-GL            PIC X(10).
       01  WS-BAL-AMOUNT-X      PIC X(20).
       01  WS-BAL-AMOUNT        PIC S9(11)V99.
       01  WS-NET-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-GL-COUNT          PIC 9(5) VALUE 0.
       01  WS-EDIT-AMOUNT       PIC -(11)9.99.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40) VALUE "period-close".
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

           *> the period is named on the command line (YYYYMM) for a
           *> re-close after a reopen; otherwise it is the business
           *> month, and only once that month has ended
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PERIOD
           IF WS-COMMAND-LINE(1:6) IS NUMERIC
              AND WS-COMMAND-LINE(7:1) = SPACE
               MOVE WS-COMMAND-LINE(1:6) TO WS-PERIOD
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY "ABORT: " WS-PERIOD
                           " is not a YYYYMM accounting period."
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-PERIOD > WS-BUSINESS-DATE(1:6)
                  OR (WS-PERIOD = WS-BUSINESS-DATE(1:6)
                      AND WS-MONTH-END-FLAG NOT = 'Y')
                   DISPLAY "ABORT: period " WS-PERIOD
                           " has not ended yet - it cannot be closed."
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               IF WS-MONTH-END-FLAG NOT = 'Y'
                   DISPLAY "Period close: " WS-BUSINESS-DATE
                           " is not the last business day of the "
                           "month - nothing to close."
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF

           PERFORM READ-PERIOD-STATUS
           IF WS-PERIOD-STATUS = "CLOSED"
               DISPLAY "Period " WS-PERIOD " is already closed."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           *> the carried balances are as of today, so only the
           *> business month can take its first close from them - an
           *> earlier month never closed has no figures to freeze
           IF WS-PERIOD < WS-BUSINESS-DATE(1:6)
              AND WS-EVER-CLOSED NOT = 'Y'
               DISPLAY "ABORT: period " WS-PERIOD " was never closed - "
                       "its first close must run on its own last "
                       "business day."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           *> the first close freezes the trial balance as the
           *> official figures; a re-close after a reopen only locks
           *> the period again - what was posted while it stood open
           *> is on the prior-period adjustments report
           IF WS-EVER-CLOSED NOT = 'Y'
               PERFORM WRITE-CLOSE-SNAPSHOT
               IF RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF

           PERFORM APPEND-CLOSED-EVENT
           IF WS-EVER-CLOSED = 'Y'
               DISPLAY "Period " WS-PERIOD " re-closed by "
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       " - postings dated into it are re-dated again."
           ELSE
               DISPLAY "Period " WS-PERIOD " closed by "
                       FUNCTION TRIM(WS-OPERATOR-ID) " - "
                       WS-GL-COUNT " GL account(s) frozen in "
                       FUNCTION TRIM(WS-CLOSE-FILENAME) "."
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       READ-PERIOD-STATUS.
           MOVE SPACES TO WS-PERIOD-STATUS
           MOVE 'N' TO WS-EVER-CLOSED
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
                   MOVE SPACES TO WS-PR-PERIOD, WS-PR-STATUS,
                       WS-PR-DATE, WS-PR-OPERATOR, WS-PR-TEXT
                   UNSTRING PERIOD-RECORD DELIMITED BY "|"
                       INTO WS-PR-PERIOD, WS-PR-STATUS, WS-PR-DATE,
                            WS-PR-OPERATOR, WS-PR-TEXT
                   END-UNSTRING
                   IF WS-PR-PERIOD = WS-PERIOD
                      AND (WS-PR-STATUS = "CLOSED"
                           OR WS-PR-STATUS = "REOPENED")
                       MOVE WS-PR-STATUS TO WS-PERIOD-STATUS
                       IF WS-PR-STATUS = "CLOSED"
                           MOVE 'Y' TO WS-EVER-CLOSED
                       END-IF
                   END-IF
           END-READ.

       WRITE-CLOSE-SNAPSHOT.
           *> gl-trial-balance has already rolled the month-end
           *> postings into the carried balances; on the period's own
           *> last business day those are its closing figures
           OPEN INPUT GL-BALANCE-FILE
           IF GL-BALANCE-STATUS NOT = "00"
               DISPLAY "ABORT: build/gl_balances.dat not found - run "
                       "gl-trial-balance before closing the period."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLOSE-FILENAME
           STRING "build/gl_close_" WS-PERIOD ".dat"
               DELIMITED BY SIZE INTO WS-CLOSE-FILENAME
           OPEN OUTPUT CLOSE-FILE
           MOVE SPACES TO CLOSE-RECORD
           STRING "PERIOD-CLOSE," WS-PERIOD "," WS-BUSINESS-DATE ","
                  FUNCTION TRIM(WS-OPERATOR-ID)
               DELIMITED BY SIZE INTO CLOSE-RECORD
           WRITE CLOSE-RECORD
           MOVE 'N' TO WS-EOF
           PERFORM COPY-ONE-BALANCE UNTIL WS-EOF = 'Y'
           CLOSE GL-BALANCE-FILE
           MOVE WS-NET-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO CLOSE-RECORD
           STRING "TOTAL," WS-GL-COUNT ","
                  FUNCTION TRIM(WS-EDIT-AMOUNT)
               DELIMITED BY SIZE INTO CLOSE-RECORD
           WRITE CLOSE-RECORD
           CLOSE CLOSE-FILE
           IF WS-NET-TOTAL NOT = 0
               DISPLAY "WARNING: closing trial balance for " WS-PERIOD
                       " is out of balance by "
                       FUNCTION TRIM(WS-EDIT-AMOUNT)
           END-IF.

       COPY-ONE-BALANCE.
           READ GL-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(GL-BALANCE-RECORD)
                       TO WS-BAL-FIELDS
                   IF WS-BAL-FIELDS NOT = SPACES
                       MOVE SPACES TO WS-BAL-GL, WS-BAL-AMOUNT-X
                       UNSTRING WS-BAL-FIELDS DELIMITED BY ","
                           INTO WS-BAL-GL, WS-BAL-AMOUNT-X
                       END-UNSTRING
                       COMPUTE WS-BAL-AMOUNT =
                           FUNCTION NUMVAL(WS-BAL-AMOUNT-X)
                       ADD WS-BAL-AMOUNT TO WS-NET-TOTAL
                       ADD 1 TO WS-GL-COUNT
                       MOVE SPACES TO CLOSE-RECORD
                       MOVE WS-BAL-FIELDS TO CLOSE-RECORD
                       WRITE CLOSE-RECORD
                   END-IF
           END-READ.

       APPEND-CLOSED-EVENT.
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
           ELSE
               CLOSE PERIOD-FILE
           END-IF
           OPEN EXTEND PERIOD-FILE
           MOVE SPACES TO PERIOD-RECORD
           IF WS-EVER-CLOSED = 'Y'
               STRING WS-PERIOD "|CLOSED|" WS-BUSINESS-DATE "|"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "|re-closed after reopen"
                   DELIMITED BY SIZE INTO PERIOD-RECORD
           ELSE
               STRING WS-PERIOD "|CLOSED|" WS-BUSINESS-DATE "|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      FUNCTION TRIM(WS-CLOSE-FILENAME)
                   DELIMITED BY SIZE INTO PERIOD-RECORD
           END-IF
           WRITE PERIOD-RECORD
           CLOSE PERIOD-FILE.
