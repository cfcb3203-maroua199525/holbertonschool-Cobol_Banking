       01  REPORT-LINE          PIC X(280).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "screening-report".
       01  HOLD-FILE-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-REPORT-FILENAME   PIC X(80).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-HIT-COUNT         PIC 9(5) VALUE 0.
       *> each hit is filed to the customer's AML case: intake and
       *> back-book lines carry the customer id in field 2, owner
       *> maintenance in field 3
       01  WS-HOLD-ACTION       PIC X(20).
       01  WS-HOLD-F2           PIC X(20).
       01  WS-HOLD-F3           PIC X(20).
       01  WS-DB-OPEN           PIC X VALUE 'N'.
       01  WS-AML-CUSTOMER      PIC X(20).
       01  WS-AML-ACCOUNT       PIC X(20).
       01  WS-AML-SOURCE        PIC X(30) VALUE "screening-report".
       01  WS-AML-EVIDENCE      PIC X(200).
       01  WS-AML-CASE-ID       PIC X(10).
       01  WS-AML-RESULT        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-ENV-CONNSTR
           ACCEPT WS-ENV-CONNSTR FROM ENVIRONMENT "DB_CONNSTR"
           IF WS-ENV-CONNSTR NOT = SPACES
               MOVE WS-ENV-CONNSTR TO DB-CONN-STRING
           END-IF
           MOVE FUNCTION TRIM(DB-CONN-STRING) TO DB-CONNSTR
           CALL STATIC "DB_CONNECT"
               USING DB-CONNSTR
               RETURNING DBH
           IF DBH = NULL-PTR THEN
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "N"
               DISPLAY "WARNING: database unavailable - hits listed "
                       "but not filed to AML cases."
           ELSE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
               MOVE 'Y' TO WS-DB-OPEN
           END-IF

           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               PERFORM REPORT-ONE-HOLD UNTIL WS-EOF = 'Y'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           IF WS-DB-OPEN = 'Y'
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
           END-IF
           DISPLAY "Screening report written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   WS-HIT-COUNT " hit(s)."
                   MOVE FUNCTION TRIM(HOLD-RECORD) TO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY FUNCTION TRIM(HOLD-RECORD)
                   IF WS-DB-OPEN = 'Y'
                       PERFORM FILE-HIT-TO-AML-CASE
                   END-IF
           END-READ.

       FILE-HIT-TO-AML-CASE.
           MOVE SPACES TO WS-HOLD-ACTION, WS-HOLD-F2, WS-HOLD-F3
           UNSTRING HOLD-RECORD DELIMITED BY ","
               INTO WS-HOLD-ACTION, WS-HOLD-F2, WS-HOLD-F3
           END-UNSTRING
           MOVE SPACES TO WS-AML-CUSTOMER, WS-AML-ACCOUNT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOLD-ACTION))
                   = "OWNERMAINT"
               MOVE FUNCTION TRIM(WS-HOLD-F2) TO WS-AML-ACCOUNT
               MOVE FUNCTION TRIM(WS-HOLD-F3) TO WS-AML-CUSTOMER
           ELSE
               MOVE FUNCTION TRIM(WS-HOLD-F2) TO WS-AML-CUSTOMER
           END-IF
           IF WS-AML-CUSTOMER(1:1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(HOLD-RECORD) TO WS-AML-EVIDENCE
           CALL STATIC "REGISTER-AML-HIT"
               USING DBH, WS-AML-CUSTOMER, WS-AML-ACCOUNT,
                     WS-AML-SOURCE, WS-AML-EVIDENCE, WS-AML-CASE-ID,
                     WS-AML-RESULT.
