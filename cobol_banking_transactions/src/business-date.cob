       01  BD-FUNCTION           PIC X(7).
           *> "GET"     - return the system business date
           *> "ADVANCE" - roll to the next business day and return it
           *> "NEXT"    - the business day after the date passed in;
           *>             the system business date is left alone
       01  BD-DATE               PIC X(8).
       01  BD-MONTH-END-FLAG     PIC X.
           88  BD-MONTH-END            VALUE 'Y'.
       PROCEDURE DIVISION USING BD-FUNCTION, BD-DATE,
           BD-MONTH-END-FLAG.
       BUSINESS-DATE-MAIN.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(BD-FUNCTION)) = "NEXT"
               COMPUTE WS-CANDIDATE = FUNCTION NUMVAL(BD-DATE)
               PERFORM FIND-NEXT-BUSINESS-DAY
               MOVE WS-NEXT-DATE TO BD-DATE
               MOVE 'N' TO BD-MONTH-END-FLAG
               GOBACK
           END-IF
           PERFORM READ-BUSINESS-DATE

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(BD-FUNCTION))
