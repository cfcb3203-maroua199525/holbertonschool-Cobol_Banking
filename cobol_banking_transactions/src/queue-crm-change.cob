IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-CRM-CHANGE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  WS-BUSINESS-DATE      PIC X(8).
       01  WS-MONTH-END-FLAG     PIC X.

       LINKAGE SECTION.
       01  QCC-DBH               USAGE POINTER.
       01  QCC-SOURCE            PIC X(12).
       01  QCC-CUSTOMER-ID       PIC X(20).
       01  QCC-ACCOUNT-ID        PIC X(20).
       01  QCC-FIELD             PIC X(20).
       01  QCC-OLD-VALUE         PIC X(100).
       01  QCC-NEW-VALUE         PIC X(100).
       01  QCC-OPERATOR-ID       PIC X(20).
       01  QCC-ERROR-SOURCE      PIC X(40).

       PROCEDURE DIVISION USING QCC-DBH, QCC-SOURCE, QCC-CUSTOMER-ID,
           QCC-ACCOUNT-ID, QCC-FIELD, QCC-OLD-VALUE, QCC-NEW-VALUE,
           QCC-OPERATOR-ID, QCC-ERROR-SOURCE.
       QUEUE-CRM-CHANGE-MAIN.
           *> One accepted customer master change becomes a PENDING
           *> event with its before and after values;
           *> crm-change-dispatcher numbers the events and posts them
           *> to the CRM in order.
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO crm_change_events (source, "
                  "customer_id, account_id, field, old_value, "
                  "new_value, operator_id, business_date, "
                  "captured_at, status, attempts) VALUES ('"
                  FUNCTION TRIM(QCC-SOURCE)
                  "', NULLIF(?,''), NULLIF(?,''), '"
                  FUNCTION TRIM(QCC-FIELD)
                  "', ?, ?, '"
                  FUNCTION TRIM(QCC-OPERATOR-ID)
                  "', '" WS-BUSINESS-DATE
                  "', CURRENT_TIMESTAMP, 'PENDING', 0)"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 4 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(QCC-CUSTOMER-ID) TO SQL-PARAM(1)
           MOVE FUNCTION TRIM(QCC-ACCOUNT-ID) TO SQL-PARAM(2)
           MOVE FUNCTION TRIM(QCC-OLD-VALUE) TO SQL-PARAM(3)
           MOVE FUNCTION TRIM(QCC-NEW-VALUE) TO SQL-PARAM(4)
           CALL STATIC "DB-EXEC-PARAMS"
               USING QCC-DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, QCC-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC NOT = 0
               DISPLAY "WARNING: CRM change event for "
                       FUNCTION TRIM(QCC-SOURCE) " "
                       FUNCTION TRIM(QCC-FIELD)
                       " could not be queued."
           END-IF
           GOBACK.
