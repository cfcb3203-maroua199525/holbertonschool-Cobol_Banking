       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-CASE-STMT         USAGE POINTER.
       01  WS-CASE-RC           PIC S9(9) COMP-5.
       *> each flagged account is filed to the customer's AML case
       01  WS-AML-CUSTOMER      PIC X(20).
       01  WS-AML-ACCOUNT       PIC X(20).
       01  WS-AML-SOURCE        PIC X(30) VALUE "structuring-scan".
       01  WS-AML-EVIDENCE      PIC X(200).
       01  WS-AML-CASE-ID       PIC X(10).
       01  WS-AML-RESULT        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIST-CONTRIBUTING-ENTRIES
           CLOSE CASE-FILE

           MOVE SPACES TO WS-AML-CUSTOMER
           MOVE WS-FLAG-ACCOUNT(WS-FLAG-IX) TO WS-AML-ACCOUNT
           MOVE SPACES TO WS-AML-EVIDENCE
           STRING WS-BUSINESS-DATE " " WS-FLAG-COUNT(WS-FLAG-IX)
                  " cash credit(s) under threshold over "
                  WS-FLAG-DAYS(WS-FLAG-IX) " day(s) totalling "
                  FUNCTION TRIM(WS-SUM-EDIT) ", score " WS-SCORE
                  " - see " FUNCTION TRIM(WS-CASE-FILE-NAME)
               DELIMITED BY SIZE INTO WS-AML-EVIDENCE
           CALL STATIC "REGISTER-AML-HIT"
               USING DBH, WS-AML-CUSTOMER, WS-AML-ACCOUNT,
                     WS-AML-SOURCE, WS-AML-EVIDENCE, WS-AML-CASE-ID,
                     WS-AML-RESULT
           DISPLAY "Case file written: "
                   FUNCTION TRIM(WS-CASE-FILE-NAME)
                   " (score " WS-SCORE ", AML case "
                   FUNCTION TRIM(WS-AML-CASE-ID) ")".

       LIST-CONTRIBUTING-ENTRIES.
           MOVE 0 TO WS-ENTRY-COUNT
