       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASE-RATE-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO "base_rate_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALL-AUDIT-FILE ASSIGN TO "audit/api_call_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALL-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD     PIC X(500).
       FD  CONTROL-FILE.
       01  CONTROL-LINE        PIC X(100).
       FD  CALL-AUDIT-FILE.
       01  CALL-AUDIT-RECORD   PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01 DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01 WS-ENV-CONNSTR       PIC X(200).
       01 WS-ERROR-SOURCE      PIC X(40) VALUE "base-rate-import".

       01 API-URL              PIC X(200)
           VALUE "https://api.ratesdesk.example/v1/base-rate/latest".
       01 WS-ENV-RATE-URL      PIC X(200).
       01 CURL-COMMAND         PIC X(500).
       01 STATUS-FILE-NAME     PIC X(200) VALUE "base_rate_status.txt".
       01 HTTP-STATUS-CODE     PIC 9(3) VALUE 0.
       01 WS-MAX-RETRIES       PIC 9(2) VALUE 3.
       01 WS-SUCCESS-MIN       PIC 9(3) VALUE 200.
       01 WS-SUCCESS-MAX       PIC 9(3) VALUE 299.
       01 WS-CALL-RESULT       PIC X VALUE 'N'.
           88 CALL-SUCCEEDED   VALUE 'Y'.
       01 WS-CALL-OUTCOME      PIC X(30) VALUE SPACES.

       01 RESPONSE-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS       PIC X.
           88 EOF-REACHED      VALUE 'Y' FALSE 'N'.
       01 RESPONSE-STRING      PIC X(4096).
       01 WS-POINTER           PIC 9(5).
       01 TEMP-VALUE           PIC X(4096).
       01 REMAINDER-STRING     PIC X(4096).
       01 RATE-TOKEN           PIC X(40).
       01 DATE-TOKEN           PIC X(40).

       *> The service publishes one reference rate per call as
       *> {"rate":5.25,"effective_date":"YYYY-MM-DD"}. A response
       *> without an effective date takes effect today.
       01 WS-RATE-CODE         PIC X(10) VALUE "BASE".
       01 WS-ENV-RATE-CODE     PIC X(10).
       01 WS-BASE-RATE         PIC 9(3)V9(4).
       01 WS-RATE-DISPLAY      PIC 9(3).9(4).
       01 WS-EFFECTIVE-DATE    PIC X(10).
       01 WS-EFFECTIVE-SQL     PIC X(30).
       01 WS-PRIOR-RATE        PIC X(40).
       01 WS-LOADED-COUNT      PIC 9(2) VALUE 0.

       01 WS-CONTROL-FILE-NAME PIC X(80).
       01 WS-REPORT-DATE.
           05 WS-RD-YYYY       PIC 9(4).
           05 WS-RD-MM         PIC 9(2).
           05 WS-RD-DD         PIC 9(2).

       01 WS-TIMESTAMP.
           05 WS-TS-YEAR       PIC 9(4).
           05 FILLER           PIC X VALUE '-'.
           05 WS-TS-MONTH      PIC 9(2).
           05 FILLER           PIC X VALUE '-'.
           05 WS-TS-DAY        PIC 9(2).
           05 FILLER           PIC X VALUE ' '.
           05 WS-TS-HOUR       PIC 9(2).
           05 FILLER           PIC X VALUE ':'.
           05 WS-TS-MIN        PIC 9(2).
           05 FILLER           PIC X VALUE ':'.
           05 WS-TS-SEC        PIC 9(2).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 CALL-AUDIT-FILE-STATUS PIC XX.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Importing the lending base rate..."

           MOVE SPACES TO WS-ENV-RATE-URL
           ACCEPT WS-ENV-RATE-URL FROM ENVIRONMENT "BASE_RATE_URL"
           IF WS-ENV-RATE-URL NOT = SPACES
               MOVE WS-ENV-RATE-URL TO API-URL
           END-IF
           MOVE SPACES TO WS-ENV-RATE-CODE
           ACCEPT WS-ENV-RATE-CODE FROM ENVIRONMENT "BASE_RATE_CODE"
           IF WS-ENV-RATE-CODE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENV-RATE-CODE)
                   TO WS-RATE-CODE
           END-IF

           STRING "curl -s -o base_rate_response.json "
                  "-w '%{http_code}' "
                  "> base_rate_status.txt " FUNCTION TRIM(API-URL)
               DELIMITED BY SIZE INTO CURL-COMMAND

           CALL STATIC "HTTP-CALL-RETRY"
               USING CURL-COMMAND, STATUS-FILE-NAME, WS-MAX-RETRIES,
                     WS-SUCCESS-MIN, WS-SUCCESS-MAX, HTTP-STATUS-CODE,
                     WS-CALL-RESULT

           IF CALL-SUCCEEDED
               MOVE "SUCCESS" TO WS-CALL-OUTCOME
               PERFORM READ-RESPONSE-FILE
               PERFORM CONNECT-TO-DATABASE
               PERFORM OPEN-CONTROL-REPORT
               PERFORM LOAD-BASE-RATE
               PERFORM CLOSE-CONTROL-REPORT
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               IF WS-LOADED-COUNT = 0
                   DISPLAY "Error: no base rate could be parsed from "
                           "the rate service response."
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Error: rate service call failed after "
                       "retries. HTTP status: " HTTP-STATUS-CODE
               MOVE "FAILURE - RETRIES EXHAUSTED" TO WS-CALL-OUTCOME
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-CALL-AUDIT-LOG
           GOBACK.

       CONNECT-TO-DATABASE.
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
               DISPLAY "ERROR: Database connection failed"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-CALL-AUDIT-LOG
               GOBACK
           ELSE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           END-IF.

       READ-RESPONSE-FILE.
           INITIALIZE RESPONSE-STRING
           MOVE 1 TO WS-POINTER
           SET EOF-REACHED TO FALSE
           OPEN INPUT RESPONSE-FILE
           IF RESPONSE-FILE-STATUS = "00"
               PERFORM READ-RESPONSE-RECORD UNTIL EOF-REACHED
               CLOSE RESPONSE-FILE
           END-IF.

       READ-RESPONSE-RECORD.
           READ RESPONSE-FILE
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   STRING FUNCTION TRIM(RESPONSE-RECORD)
                       DELIMITED BY SIZE
                       INTO RESPONSE-STRING
                       WITH POINTER WS-POINTER
                   END-STRING
           END-READ.

       LOAD-BASE-RATE.
           *> Pull "rate":value out of the response the same way
           *> FX-RATE-IMPORT field-parses its JSON.
           MOVE SPACES TO TEMP-VALUE, REMAINDER-STRING, RATE-TOKEN
           UNSTRING RESPONSE-STRING
               DELIMITED BY '"rate":'
               INTO TEMP-VALUE, REMAINDER-STRING
           END-UNSTRING
           IF REMAINDER-STRING = SPACES
               MOVE SPACES TO CONTROL-LINE
               STRING WS-RATE-CODE "  NOT PRESENT IN RESPONSE"
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
               EXIT PARAGRAPH
           END-IF
           UNSTRING REMAINDER-STRING DELIMITED BY "," OR "}"
               INTO RATE-TOKEN
           END-UNSTRING
           *> a zero base rate is a real quote, so the token itself is
           *> checked rather than the converted value
           MOVE FUNCTION TRIM(RATE-TOKEN) TO RATE-TOKEN
           IF RATE-TOKEN(1:1) IS NOT NUMERIC
               MOVE SPACES TO CONTROL-LINE
               STRING WS-RATE-CODE "  UNPARSEABLE RATE VALUE"
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BASE-RATE = FUNCTION NUMVAL(RATE-TOKEN)
           MOVE WS-BASE-RATE TO WS-RATE-DISPLAY

           MOVE SPACES TO TEMP-VALUE, REMAINDER-STRING, DATE-TOKEN
           MOVE SPACES TO WS-EFFECTIVE-DATE
           UNSTRING RESPONSE-STRING
               DELIMITED BY '"effective_date":"'
               INTO TEMP-VALUE, REMAINDER-STRING
           END-UNSTRING
           IF REMAINDER-STRING NOT = SPACES
               UNSTRING REMAINDER-STRING DELIMITED BY '"'
                   INTO DATE-TOKEN
               END-UNSTRING
               MOVE DATE-TOKEN(1:10) TO WS-EFFECTIVE-DATE
           END-IF
           MOVE SPACES TO WS-EFFECTIVE-SQL
           IF WS-EFFECTIVE-DATE = SPACES
               MOVE "CURRENT_DATE" TO WS-EFFECTIVE-SQL
           ELSE
               STRING "DATE '" WS-EFFECTIVE-DATE "'"
                   DELIMITED BY SIZE INTO WS-EFFECTIVE-SQL
           END-IF
           PERFORM STORE-BASE-RATE.

       STORE-BASE-RATE.
           *> the rate in force before this one, for the control
           *> report - repricing only has work to do when it moved
           MOVE SPACES TO WS-PRIOR-RATE
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT base_rate FROM base_rates "
                  "WHERE rate_code = '"
                  FUNCTION TRIM(WS-RATE-CODE)
                  "' AND effective_date < "
                  FUNCTION TRIM(WS-EFFECTIVE-SQL)
                  " ORDER BY effective_date DESC LIMIT 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               MOVE SINGLE-RESULT-BUFFER(1:40) TO WS-PRIOR-RATE
           END-IF

           *> Re-running the import for the same effective date
           *> replaces that date's row rather than stacking duplicates.
           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM base_rates WHERE rate_code = '"
                  FUNCTION TRIM(WS-RATE-CODE)
                  "' AND effective_date = "
                  FUNCTION TRIM(WS-EFFECTIVE-SQL)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO base_rates "
                  "(rate_code, base_rate, effective_date) VALUES ('"
                  FUNCTION TRIM(WS-RATE-CODE)
                  "', "
                  WS-RATE-DISPLAY
                  ", "
                  FUNCTION TRIM(WS-EFFECTIVE-SQL)
                  ")"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE SPACES TO CONTROL-LINE
               STRING WS-RATE-CODE "  LOAD FAILED"
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
           ELSE
               ADD 1 TO WS-LOADED-COUNT
               MOVE SPACES TO CONTROL-LINE
               STRING WS-RATE-CODE "  " WS-RATE-DISPLAY "  "
                      FUNCTION TRIM(WS-EFFECTIVE-SQL)
                      "  LOADED (previously "
                      FUNCTION TRIM(WS-PRIOR-RATE) ")"
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
               DISPLAY "Loaded " FUNCTION TRIM(WS-RATE-CODE)
                       " base rate " WS-RATE-DISPLAY "% effective "
                       FUNCTION TRIM(WS-EFFECTIVE-SQL)
           END-IF.

       OPEN-CONTROL-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           MOVE SPACES TO WS-CONTROL-FILE-NAME
           STRING "build/base_rate_import_" WS-REPORT-DATE ".txt"
               DELIMITED BY SIZE INTO WS-CONTROL-FILE-NAME
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-LINE
           STRING "BASE RATE IMPORT CONTROL REPORT - " WS-RD-YYYY "-"
                  WS-RD-MM "-" WS-RD-DD
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE "CODE        RATE%     EFFECTIVE           RESULT"
               TO CONTROL-LINE
           WRITE CONTROL-LINE.

       CLOSE-CONTROL-REPORT.
           MOVE SPACES TO CONTROL-LINE
           STRING WS-LOADED-COUNT " loaded."
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           CLOSE CONTROL-FILE
           DISPLAY "Control report written to "
                   FUNCTION TRIM(WS-CONTROL-FILE-NAME).

       WRITE-CALL-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-TS-YEAR
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-TS-MONTH
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-TS-DAY
           MOVE WS-CURRENT-DATE-TIME(9:2) TO WS-TS-HOUR
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-TS-MIN
           MOVE WS-CURRENT-DATE-TIME(13:2) TO WS-TS-SEC

           OPEN INPUT CALL-AUDIT-FILE
           IF CALL-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT CALL-AUDIT-FILE
               CLOSE CALL-AUDIT-FILE
           ELSE
               CLOSE CALL-AUDIT-FILE
           END-IF

           OPEN EXTEND CALL-AUDIT-FILE
           MOVE SPACES TO CALL-AUDIT-RECORD
           STRING WS-TIMESTAMP " | BASE-RATE-IMPORT | "
                  FUNCTION TRIM(API-URL)
                  " | HTTP " HTTP-STATUS-CODE
                  " | " WS-CALL-OUTCOME
               DELIMITED BY SIZE INTO CALL-AUDIT-RECORD
           WRITE CALL-AUDIT-RECORD
           CLOSE CALL-AUDIT-FILE.
