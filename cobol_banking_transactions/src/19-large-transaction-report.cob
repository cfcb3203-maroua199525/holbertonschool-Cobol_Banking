       01  WS-AMOUNT-NUM        PIC S9(11)V99.
       01  WS-FORMATTED-AMOUNT  PIC X(20).
       01  WS-FORMAT-ARG        PIC S9(9)V99.
       *> every reportable item is filed to the customer's AML case
       01  WS-AML-CUSTOMER      PIC X(20).
       01  WS-AML-ACCOUNT       PIC X(20).
       01  WS-AML-SOURCE        PIC X(30)
           VALUE "large-transaction-report".
       01  WS-AML-EVIDENCE      PIC X(200).
       01  WS-AML-CASE-ID       PIC X(10).
       01  WS-AML-RESULT        PIC X.
       01  WS-AML-NEW-CASES     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE REPORT-FILE
           DISPLAY "Threshold report written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   WS-HIT-COUNT " reportable item(s), "
                   WS-AML-NEW-CASES " new AML case(s).".

       WRITE-ONE-HIT.
           PERFORM LOOKUP-CUSTOMER-NAME
                  FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE)

           MOVE SPACES TO WS-AML-CUSTOMER
           MOVE WS-HIT-ACCOUNT(WS-HIT-IX) TO WS-AML-ACCOUNT
           MOVE SPACES TO WS-AML-EVIDENCE
           STRING WS-RD-YYYY "-" WS-RD-MM "-" WS-RD-DD " "
                  FUNCTION TRIM(REPORT-LINE)
               DELIMITED BY SIZE INTO WS-AML-EVIDENCE
           CALL STATIC "REGISTER-AML-HIT"
               USING DBH, WS-AML-CUSTOMER, WS-AML-ACCOUNT,
                     WS-AML-SOURCE, WS-AML-EVIDENCE, WS-AML-CASE-ID,
                     WS-AML-RESULT
           IF WS-AML-RESULT = 'N'
               ADD 1 TO WS-AML-NEW-CASES
           END-IF.

       LOOKUP-CUSTOMER-NAME.
           MOVE "name not on file" TO WS-CUSTOMER-NAME
