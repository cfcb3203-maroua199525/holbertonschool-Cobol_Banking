IDENTIFICATION DIVISION.
       PROGRAM-ID. biller-settlement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO WS-SETTLE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  SETTLE-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "biller-settlement".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-SETTLE-FILENAME   PIC X(80).

       *> every biller with payments waiting at cut-off, buffered
       *> before any file is cut - a biller's payments are claimed,
       *> written and settled while no directory cursor is open
       01  WS-BILLER-TABLE.
           05  WS-BL-ENTRY      OCCURS 500 TIMES.
               10  WS-BL-ID         PIC X(12).
               10  WS-BL-NAME       PIC X(50).
               10  WS-BL-SETTLE     PIC X(20).
       01  WS-BL-USED           PIC 9(3) VALUE 0.
       01  WS-BL-IX             PIC 9(3).
       01  WS-BL-OVERFLOW       PIC X VALUE 'N'.

       01  WS-BATCH-KEY         PIC X(40).
       01  WS-DETAIL            PIC X(256).
       01  WS-DET-F1            PIC X(30).
       01  WS-DET-F2            PIC X(30).
       01  WS-DET-F3            PIC X(30).
       01  WS-PAYER-NAME        PIC X(60).
       01  WS-AMOUNT            PIC S9(9)V99.
       01  WS-AMT-EDIT          PIC -(9)9.99.
       01  WS-TOTAL-EDIT        PIC -(11)9.99.
       01  WS-FILE-COUNT        PIC 9(7).
       01  WS-FILE-TOTAL        PIC S9(11)V99.
       01  WS-CLAIM-COUNT       PIC 9(7).
       01  WS-CLAIM-TOTAL       PIC S9(11)V99.
       01  WS-PROVED-FLAG       PIC X.
       01  WS-FILES-CUT         PIC 9(5) VALUE 0.
       01  WS-FILES-SKIPPED     PIC 9(5) VALUE 0.
       01  WS-PAYMENTS-SENT     PIC 9(7) VALUE 0.
       01  WS-AMOUNT-SENT       PIC S9(11)V99 VALUE 0.
       01  WS-FORMATTED-AMOUNT  PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE

           *> a biller closed to new payments still settles what it
           *> was already paid
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT b.biller_id, b.name, b.settlement_account "
                  "FROM billers b WHERE EXISTS (SELECT 1 FROM "
                  "bill_payments p WHERE p.biller_id = b.biller_id "
                  "AND p.status IN ('PENDING','SETTLING')) "
                  "ORDER BY b.biller_id"
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
               MOVE 0 TO RC
               PERFORM BUFFER-ONE-BILLER UNTIL RC NOT = 0
           END-IF
           IF WS-BL-OVERFLOW = 'Y'
               DISPLAY "WARNING: more than 500 billers due - the "
                       "rest settle at the next cut-off."
           END-IF

           PERFORM SETTLE-ONE-BILLER
               VARYING WS-BL-IX FROM 1 BY 1
               UNTIL WS-BL-IX > WS-BL-USED

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-AMOUNT-SENT, WS-FORMATTED-AMOUNT
           DISPLAY "Biller settlement: " WS-FILES-CUT " file(s), "
                   WS-PAYMENTS-SENT " payment(s), "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " sent; "
                   WS-FILES-SKIPPED " biller(s) held back."
           GOBACK.

       BUFFER-ONE-BILLER.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BL-USED < 500
               ADD 1 TO WS-BL-USED
               MOVE FUNCTION TRIM(C1) TO WS-BL-ID(WS-BL-USED)
               MOVE FUNCTION TRIM(C2) TO WS-BL-NAME(WS-BL-USED)
               MOVE FUNCTION TRIM(C3) TO WS-BL-SETTLE(WS-BL-USED)
           ELSE
               MOVE 'Y' TO WS-BL-OVERFLOW
           END-IF.

       SETTLE-ONE-BILLER.
           *> one file per biller per business day
           MOVE SPACES TO WS-BATCH-KEY
           STRING "BSET-" FUNCTION TRIM(WS-BL-ID(WS-BL-IX)) "-"
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT applied_at FROM processed_batches "
                  "WHERE batch_id = '"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               *> today's file already went; later payments wait for
               *> tomorrow's cut-off rather than resend today's
               ADD 1 TO WS-FILES-SKIPPED
               DISPLAY "Biller " FUNCTION TRIM(WS-BL-ID(WS-BL-IX))
                       " already settled today - new payments wait "
                       "for the next cut-off."
               EXIT PARAGRAPH
           END-IF

           *> claim the waiting payments under today's key; a claim
           *> left SETTLING by a run that died before its file was
           *> released is taken up again here
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE bill_payments SET status = 'SETTLING', "
                  "settle_batch = '"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "' WHERE biller_id = '"
                  FUNCTION TRIM(WS-BL-ID(WS-BL-IX))
                  "' AND status IN ('PENDING','SETTLING')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SETTLE-FILENAME
           STRING "build/biller_settlement_"
                  FUNCTION TRIM(WS-BL-ID(WS-BL-IX)) "_"
                  WS-BUSINESS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-SETTLE-FILENAME
           OPEN OUTPUT SETTLE-FILE
           MOVE SPACES TO SETTLE-RECORD
           STRING "HEADER,BILLSET,"
                  FUNCTION TRIM(WS-BL-ID(WS-BL-IX)) ","
                  FUNCTION TRIM(WS-BL-SETTLE(WS-BL-IX)) ","
                  WS-BUSINESS-DATE ","
                  FUNCTION TRIM(WS-BL-NAME(WS-BL-IX))
               DELIMITED BY SIZE INTO SETTLE-RECORD
           WRITE SETTLE-RECORD
           MOVE 0 TO WS-FILE-COUNT
           MOVE 0 TO WS-FILE-TOTAL

           *> remittance detail: our reference, the customer's
           *> reference with the biller, amount, date paid and payer
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT p.tx_ref, p.biller_ref || ';' || p.amount "
                  "|| ';' || p.paid_date, "
                  "REPLACE(COALESCE(c.name,''), ',', ' ') "
                  "FROM bill_payments p "
                  "LEFT JOIN accounts a ON a.account_id = p.account_id "
                  "LEFT JOIN customers c "
                  "ON c.customer_id = a.customer_id "
                  "WHERE p.settle_batch = '"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "' AND p.status = 'SETTLING' ORDER BY p.tx_ref"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               MOVE 0 TO RC
               PERFORM WRITE-ONE-REMITTANCE UNTIL RC NOT = 0
           END-IF

           MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO SETTLE-RECORD
           STRING "TRAILER," WS-FILE-COUNT ","
                  FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO SETTLE-RECORD
           WRITE SETTLE-RECORD
           CLOSE SETTLE-FILE

           PERFORM PROVE-BILLER-FILE
           IF WS-PROVED-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-BILLER-SETTLED.

       WRITE-ONE-REMITTANCE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2, WS-DET-F3
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3
           END-UNSTRING
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-DET-F2)
           MOVE WS-AMOUNT TO WS-AMT-EDIT
           MOVE FUNCTION TRIM(C3) TO WS-PAYER-NAME
           ADD 1 TO WS-FILE-COUNT
           ADD WS-AMOUNT TO WS-FILE-TOTAL
           MOVE SPACES TO SETTLE-RECORD
           STRING "P,"
                  FUNCTION TRIM(C1) ","
                  FUNCTION TRIM(WS-DET-F1) ","
                  FUNCTION TRIM(WS-AMT-EDIT) ","
                  FUNCTION TRIM(WS-DET-F3) ","
                  FUNCTION TRIM(WS-PAYER-NAME)
               DELIMITED BY SIZE INTO SETTLE-RECORD
           WRITE SETTLE-RECORD.

       PROVE-BILLER-FILE.
           *> the file's trailer must agree with what was claimed, or
           *> it does not go and the claim stands for the rerun
           MOVE 'Y' TO WS-PROVED-FLAG
           MOVE 0 TO WS-CLAIM-COUNT
           MOVE 0 TO WS-CLAIM-TOTAL
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) || ';' || COALESCE(SUM(amount),0) "
                  "FROM bill_payments WHERE settle_batch = '"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "' AND status = 'SETTLING'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2
               END-UNSTRING
               COMPUTE WS-CLAIM-COUNT = FUNCTION NUMVAL(WS-DET-F1)
               COMPUTE WS-CLAIM-TOTAL = FUNCTION NUMVAL(WS-DET-F2)
           END-IF
           IF RC NOT = 0
              OR WS-CLAIM-COUNT NOT = WS-FILE-COUNT
              OR WS-CLAIM-TOTAL NOT = WS-FILE-TOTAL
               MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "ABORT: biller file "
                       FUNCTION TRIM(WS-SETTLE-FILENAME)
                       " holds " WS-FILE-COUNT " item(s) totalling "
                       FUNCTION TRIM(WS-TOTAL-EDIT)
               MOVE WS-CLAIM-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "       claimed for settlement "
                       WS-CLAIM-COUNT " item(s) totalling "
                       FUNCTION TRIM(WS-TOTAL-EDIT)
                       " - file not released."
               MOVE 'N' TO WS-PROVED-FLAG
               MOVE 4 TO RETURN-CODE
           END-IF.

       MARK-BILLER-SETTLED.
           *> the parked settlement items go SENT with the file, so
           *> the confirmation matcher watches them and a rejected
           *> reference can come back through RETURN
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE outbound_settlements SET status = 'SENT', "
                  "sent_date = DATE '"
                  WS-SQL-DATE
                  "' WHERE status = 'QUEUED' AND tx_ref IN "
                  "(SELECT tx_ref FROM bill_payments "
                  "WHERE settle_batch = '"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "' AND status = 'SETTLING')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE bill_payments SET status = 'SETTLED', "
                  "settled_date = DATE '"
                  WS-SQL-DATE
                  "' WHERE settle_batch = '"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "' AND status = 'SETTLING'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO processed_batches "
                  "(batch_id, origin, applied_at) VALUES ('"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "', 'BILLPAY', CURRENT_TIMESTAMP)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           ADD 1 TO WS-FILES-CUT
           ADD WS-FILE-COUNT TO WS-PAYMENTS-SENT
           ADD WS-FILE-TOTAL TO WS-AMOUNT-SENT
           MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Biller " FUNCTION TRIM(WS-BL-ID(WS-BL-IX))
                   ": " WS-FILE-COUNT " payment(s) totalling "
                   FUNCTION TRIM(WS-TOTAL-EDIT) " - "
                   FUNCTION TRIM(WS-SETTLE-FILENAME).
