IDENTIFICATION DIVISION.
       PROGRAM-ID. crs-self-cert-review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "crs-self-cert-review".
       01  WS-ENV-VALUE         PIC X(10).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).

       *> A customer shows foreign indicia when their recorded tax
       *> residency is not ours or their phone carries a foreign
       *> dialling code. Such a customer is DOCUMENTED only while a
       *> self-certification with residency and TIN stands, and a
       *> certification is spent once the address, phone or residency
       *> changes after it was signed. Everyone else is DOMESTIC.
       *> The customer's status is copied onto each account it owns.
       01  WS-HOME-COUNTRY      PIC X(2) VALUE "US".
       01  WS-HOME-DIAL         PIC X(5) VALUE "+1".
       01  WS-INDICIA           PIC X(160).
       01  WS-UNDOC-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CRS_HOME_COUNTRY"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENV-VALUE(1:2))
                   TO WS-HOME-COUNTRY
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CRS_HOME_DIAL"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HOME-DIAL
           END-IF

           MOVE SPACES TO WS-ENV-CONNSTR
           ACCEPT WS-ENV-CONNSTR FROM ENVIRONMENT "DB_CONNSTR"
           IF WS-ENV-CONNSTR NOT = SPACES
               MOVE WS-ENV-CONNSTR TO DB-CONN-STRING
           END-IF
           MOVE FUNCTION TRIM(DB-CONN-STRING) TO DB-CONNSTR.

           CALL STATIC "DB_CONNECT"
               USING DB-CONNSTR
               RETURNING DBH.

           IF DBH = NULL-PTR THEN
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "N"
               DISPLAY "ERROR: Database connection failed"
               MOVE 4 TO RETURN-CODE
               GOBACK
           ELSE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           END-IF.

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG

           MOVE SPACES TO WS-INDICIA
           STRING "(COALESCE(tax_residency,'"
                  WS-HOME-COUNTRY
                  "') <> '"
                  WS-HOME-COUNTRY
                  "' OR (COALESCE(phone,'') LIKE '+%' AND phone NOT "
                  "LIKE '"
                  FUNCTION TRIM(WS-HOME-DIAL)
                  "%'))"
               DELIMITED BY SIZE INTO WS-INDICIA

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE customers SET crs_status = 'DOMESTIC' "
                  "WHERE NOT "
                  FUNCTION TRIM(WS-INDICIA)
                  " AND crs_status IS DISTINCT FROM 'DOMESTIC'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-FLAG-UPDATE

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE customers c SET crs_status = CASE WHEN "
                  "self_cert_date IS NOT NULL AND tax_residency IS "
                  "NOT NULL AND COALESCE(tax_tin,'') <> '' AND NOT "
                  "EXISTS (SELECT 1 FROM customer_maint_log m WHERE "
                  "m.customer_id = c.customer_id AND m.field IN "
                  "('ADDRESS','PHONE','TAXRES') AND m.changed_date > "
                  "c.self_cert_date) THEN 'DOCUMENTED' ELSE "
                  "'UNDOCUMENTED' END WHERE "
                  FUNCTION TRIM(WS-INDICIA)
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-FLAG-UPDATE

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts a SET crs_status = c.crs_status "
                  "FROM customers c WHERE c.customer_id = "
                  "a.customer_id AND a.crs_status IS DISTINCT FROM "
                  "c.crs_status"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-FLAG-UPDATE

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/crs_undocumented_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "FOREIGN INDICIA WITHOUT VALID SELF-CERTIFICATION - "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  customer  name  residency  self-cert  accounts"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT c.customer_id || '  ' || c.name, "
                  "COALESCE(c.tax_residency,'??') || '  ' || "
                  "COALESCE(c.self_cert_date::text,'none'), "
                  "string_agg(a.account_id::text, ' ' ORDER BY "
                  "a.account_id) FROM customers c LEFT JOIN accounts "
                  "a ON a.customer_id = c.customer_id WHERE "
                  "c.crs_status = 'UNDOCUMENTED' GROUP BY "
                  "c.customer_id, c.name ORDER BY c.customer_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ONE-UNDOCUMENTED UNTIL RC NOT = 0
           END-IF

           IF WS-UNDOC-COUNT = 0
               MOVE "Every customer with foreign indicia is documented."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-UNDOC-COUNT " undocumented customer(s)."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "CRS self-certification review written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   WS-UNDOC-COUNT " undocumented."
           GOBACK.

       RUN-FLAG-UPDATE.
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-ONE-UNDOCUMENTED.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-UNDOC-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " FUNCTION TRIM(C1) "  "
                      FUNCTION TRIM(C2) "  "
                      FUNCTION TRIM(C3)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
