IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-LOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "build/accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT ADJUSTMENT-FILE
               ASSIGN TO "build/prior_period_adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD         PIC X(160).
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD     PIC X(300).
       WORKING-STORAGE SECTION.
       01  PERIOD-FILE-STATUS    PIC XX.
       01  ADJUSTMENT-FILE-STATUS PIC XX.
       01  WS-EOF                PIC X.

       *> accounting_periods.dat is the close register, one line per
       *> event: period|CLOSED or REOPEN-REQUESTED, REOPENED,
       *> REOPEN-REJECTED|YYYYMMDD|operator|text. A period's latest
       *> CLOSED or REOPENED line is its state. Read once per run.
       01  WS-TABLE-LOADED       PIC X VALUE 'N'.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY   OCCURS 240 TIMES.
               10  WS-PT-PERIOD      PIC X(6).
               10  WS-PT-STATUS      PIC X(20).
       01  WS-PERIOD-USED        PIC 9(3) VALUE 0.
       01  WS-PERIOD-IX          PIC 9(3).
       01  WS-FOUND-IX           PIC 9(3).
       01  WS-PR-PERIOD          PIC X(6).
       01  WS-PR-STATUS          PIC X(20).
       01  WS-PR-DATE            PIC X(8).
       01  WS-PR-OPERATOR        PIC X(20).
       01  WS-PR-TEXT            PIC X(80).

       01  WS-WANT-PERIOD        PIC X(6).
       01  WS-WANT-STATUS        PIC X(20).
       01  WS-YEAR               PIC 9(4).
       01  WS-MONTH              PIC 99.
       01  WS-STEPS              PIC 9(3).

       01  WS-BUSINESS-DATE      PIC X(8).
       01  WS-MONTH-END-FLAG     PIC X.
       01  WS-OPERATOR-ID        PIC X(20).
       01  WS-TIMESTAMP          PIC X(21).
       01  WS-KIND               PIC X(10).

       LINKAGE SECTION.
       01  PL-FUNCTION           PIC X(8).
       01  PL-REQUESTED-DATE     PIC X(10).
       01  PL-APPLIED-DATE       PIC X(10).
       01  PL-SOURCE             PIC X(40).
       01  PL-DETAIL             PIC X(120).
       01  PL-RESULT             PIC X.
           *> 'R' re-dated out of a closed period,
           *> 'B' back-valued into a reopened period,
           *> 'N' no effect (open period, or no usable date)
           88  PL-REDATED              VALUE 'R'.
           88  PL-BACKVALUED           VALUE 'B'.
           88  PL-NO-EFFECT            VALUE 'N'.

       PROCEDURE DIVISION USING PL-FUNCTION, PL-REQUESTED-DATE,
           PL-APPLIED-DATE, PL-SOURCE, PL-DETAIL, PL-RESULT.
       PERIOD-LOCK-MAIN.
           *> CHECK: is YYYY-MM-DD in PL-REQUESTED-DATE inside a closed
           *> accounting period? If so the first day of the first open
           *> period after it comes back in PL-APPLIED-DATE.
           *> LOG: the caller has posted the item - record it on the
           *> prior-period adjustments file for the auditors.
           IF PL-FUNCTION = "LOG"
               PERFORM WRITE-ADJUSTMENT
               GOBACK
           END-IF

           SET PL-NO-EFFECT TO TRUE
           MOVE PL-REQUESTED-DATE TO PL-APPLIED-DATE
           IF PL-REQUESTED-DATE(1:4) IS NOT NUMERIC
              OR PL-REQUESTED-DATE(5:1) NOT = "-"
              OR PL-REQUESTED-DATE(6:2) IS NOT NUMERIC
              OR PL-REQUESTED-DATE(8:1) NOT = "-"
              OR PL-REQUESTED-DATE(9:2) IS NOT NUMERIC
               GOBACK
           END-IF
           IF WS-TABLE-LOADED NOT = 'Y'
               PERFORM LOAD-PERIOD-TABLE
           END-IF

           MOVE PL-REQUESTED-DATE(1:4) TO WS-YEAR
           MOVE PL-REQUESTED-DATE(6:2) TO WS-MONTH
           PERFORM LOOKUP-PERIOD-STATUS
           EVALUATE WS-WANT-STATUS
               WHEN "CLOSED"
                   MOVE 0 TO WS-STEPS
                   PERFORM STEP-TO-NEXT-PERIOD
                       UNTIL WS-WANT-STATUS NOT = "CLOSED"
                          OR WS-STEPS > 240
                   MOVE SPACES TO PL-APPLIED-DATE
                   STRING WS-YEAR "-" WS-MONTH "-01"
                       DELIMITED BY SIZE INTO PL-APPLIED-DATE
                   SET PL-REDATED TO TRUE
               WHEN "REOPENED"
                   SET PL-BACKVALUED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       STEP-TO-NEXT-PERIOD.
           ADD 1 TO WS-STEPS
           IF WS-MONTH = 12
               MOVE 1 TO WS-MONTH
               ADD 1 TO WS-YEAR
           ELSE
               ADD 1 TO WS-MONTH
           END-IF
           PERFORM LOOKUP-PERIOD-STATUS.

       LOOKUP-PERIOD-STATUS.
           MOVE SPACES TO WS-WANT-PERIOD, WS-WANT-STATUS
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO WS-WANT-PERIOD
           PERFORM FIND-PERIOD-ENTRY
           IF WS-FOUND-IX > 0
               MOVE WS-PT-STATUS(WS-FOUND-IX) TO WS-WANT-STATUS
           END-IF.

       FIND-PERIOD-ENTRY.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-PERIOD-USED
                      OR WS-FOUND-IX > 0
               IF WS-PT-PERIOD(WS-PERIOD-IX) = WS-WANT-PERIOD
                   MOVE WS-PERIOD-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       LOAD-PERIOD-TABLE.
           MOVE 'Y' TO WS-TABLE-LOADED
           MOVE 0 TO WS-PERIOD-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = "00"
               PERFORM LOAD-ONE-PERIOD-EVENT UNTIL WS-EOF = 'Y'
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-ONE-PERIOD-EVENT.
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
                   IF WS-PR-STATUS = "CLOSED"
                      OR WS-PR-STATUS = "REOPENED"
                       MOVE WS-PR-PERIOD TO WS-WANT-PERIOD
                       PERFORM FIND-PERIOD-ENTRY
                       IF WS-FOUND-IX = 0 AND WS-PERIOD-USED < 240
                           ADD 1 TO WS-PERIOD-USED
                           MOVE WS-PERIOD-USED TO WS-FOUND-IX
                           MOVE WS-PR-PERIOD
                               TO WS-PT-PERIOD(WS-FOUND-IX)
                       END-IF
                       IF WS-FOUND-IX > 0
                           MOVE WS-PR-STATUS
                               TO WS-PT-STATUS(WS-FOUND-IX)
                       END-IF
                   END-IF
           END-READ.

       WRITE-ADJUSTMENT.
           *> posted-date|time|source|operator|REDATED or BACKVALUED|
           *> requested value date|applied value date|detail
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           CALL STATIC "GET-OPERATOR-ID" USING WS-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF PL-RESULT = 'R'
               MOVE "REDATED" TO WS-KIND
           ELSE
               MOVE "BACKVALUED" TO WS-KIND
           END-IF
           OPEN INPUT ADJUSTMENT-FILE
           IF ADJUSTMENT-FILE-STATUS = "35" THEN
               OPEN OUTPUT ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-FILE
           ELSE
               CLOSE ADJUSTMENT-FILE
           END-IF
           OPEN EXTEND ADJUSTMENT-FILE
           MOVE SPACES TO ADJUSTMENT-RECORD
           STRING WS-BUSINESS-DATE "|"
                  WS-TIMESTAMP(9:6) "|"
                  FUNCTION TRIM(PL-SOURCE) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  FUNCTION TRIM(WS-KIND) "|"
                  PL-REQUESTED-DATE "|"
                  PL-APPLIED-DATE "|"
                  FUNCTION TRIM(PL-DETAIL)
               DELIMITED BY SIZE INTO ADJUSTMENT-RECORD
           WRITE ADJUSTMENT-RECORD
           CLOSE ADJUSTMENT-FILE.
