IDENTIFICATION DIVISION.
       PROGRAM-ID. minor-majority-conversion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAJORITY-FEED ASSIGN TO WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAJORITY-FEED.
       01  MAJORITY-FEED-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "minor-majority-conversion".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-FEED-FILENAME     PIC X(80).
       01  WS-CURRENT-TIMESTAMP PIC X(21).

       *> youth accounts whose holder is 18 today (or turned 18 on a
       *> day the batch did not run), buffered before the feed is
       *> written so the guardian lookups can run their own cursors
       01  WS-MAJ-TABLE.
           05  WS-MAJ-ENTRY OCCURS 500 TIMES.
               10  WS-MJ-ACCOUNT    PIC X(20).
               10  WS-MJ-CUSTOMER   PIC X(20).
               10  WS-MJ-DOB        PIC X(10).
               10  WS-MJ-PRODUCT    PIC X(20).
               10  WS-MJ-NAME       PIC X(50).
       01  WS-MAJ-COUNT         PIC 9(5) VALUE 0.
       01  WS-MAJ-IX            PIC 9(5).
       01  WS-DETAIL            PIC X(256).

       01  WS-GUARDIAN-ID       PIC X(20).
       01  WS-GUARDIAN-COUNT    PIC 9(3).
       01  WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01  WS-CONVERTED-COUNT   PIC 9(5) VALUE 0.
       01  WS-NOPRODUCT-COUNT   PIC 9(5) VALUE 0.
       01  WS-CONV-STATUS       PIC X(12).
       01  WS-ACCT-ID-STR       PIC X(20).
       01  WS-ALERT-DETAIL      PIC X(60).

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

           PERFORM COLLECT-MAJORITY-ACCOUNTS
           IF RETURN-CODE NOT = 0
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF
           IF WS-MAJ-COUNT = 0
               DISPLAY "Minor majority conversion: no youth account "
                       "holder reaches 18 on " WS-SQL-DATE
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF

           *> the guardian comes off and the product changes through
           *> the ordinary OWNERMAINT and PRODMIGRATE postings, so the
           *> interest capitalization, product history and ledger
           *> event are exactly those of any other migration
           MOVE SPACES TO WS-FEED-FILENAME
           STRING "build/majority_feed_" WS-BUSINESS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-FEED-FILENAME
           OPEN OUTPUT MAJORITY-FEED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO MAJORITY-FEED-RECORD
           STRING "HEADER,MAJ-" WS-CURRENT-TIMESTAMP(1:14)
                  ",MAJORITY-CONVERSION"
               DELIMITED BY SIZE INTO MAJORITY-FEED-RECORD
           WRITE MAJORITY-FEED-RECORD

           PERFORM CONVERT-ONE-ACCOUNT
               VARYING WS-MAJ-IX FROM 1 BY 1
               UNTIL WS-MAJ-IX > WS-MAJ-COUNT

           MOVE SPACES TO MAJORITY-FEED-RECORD
           STRING "TRAILER," WS-LINE-COUNT ",0.00"
               DELIMITED BY SIZE INTO MAJORITY-FEED-RECORD
           WRITE MAJORITY-FEED-RECORD
           CLOSE MAJORITY-FEED

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           DISPLAY "Minor majority conversion: " WS-CONVERTED-COUNT
                   " account(s) released to "
                   FUNCTION TRIM(WS-FEED-FILENAME)
                   " for the next batch"
           IF WS-NOPRODUCT-COUNT > 0
               DISPLAY "WARNING: " WS-NOPRODUCT-COUNT
                       " youth product(s) have no adult product - "
                       "guardian removed, product left for the branch"
           END-IF
           GOBACK.

       COLLECT-MAJORITY-ACCOUNTS.
           MOVE SPACES TO SQL-COMMAND
           *> account, customer;dob;adult product, holder name
           STRING "SELECT a.account_id, c.customer_id||';'||"
                  "c.date_of_birth||';'||COALESCE(p.adult_product,''),"
                  " COALESCE(c.name,'') FROM accounts a "
                  "JOIN products p ON p.product_code = a.product_code "
                  "JOIN customers c ON c.customer_id = a.customer_id "
                  "WHERE p.class = 'YOUTH' AND "
                  "COALESCE(a.status,'OPEN') <> 'CLOSED' AND "
                  "c.date_of_birth + INTERVAL '18 years' <= DATE '"
                  WS-SQL-DATE
                  "' AND NOT EXISTS (SELECT 1 FROM "
                  "majority_conversions m WHERE m.account_id = "
                  "a.account_id) ORDER BY a.account_id"
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
           MOVE 0 TO RC
           PERFORM BUFFER-ONE-ACCOUNT
               UNTIL RC NOT = 0 OR WS-MAJ-COUNT = 500.

       BUFFER-ONE-ACCOUNT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAJ-COUNT
           MOVE FUNCTION TRIM(C1) TO WS-MJ-ACCOUNT(WS-MAJ-COUNT)
           MOVE SPACES TO WS-DETAIL
           MOVE FUNCTION TRIM(C2) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-MJ-CUSTOMER(WS-MAJ-COUNT),
                    WS-MJ-DOB(WS-MAJ-COUNT),
                    WS-MJ-PRODUCT(WS-MAJ-COUNT)
           END-UNSTRING
           MOVE FUNCTION TRIM(C3) TO WS-MJ-NAME(WS-MAJ-COUNT).

       CONVERT-ONE-ACCOUNT.
           *> every guardian loses the signing role on the account
           MOVE 0 TO WS-GUARDIAN-COUNT
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT customer_id, '', '' FROM account_owners "
                  "WHERE account_id = "
                  FUNCTION TRIM(WS-MJ-ACCOUNT(WS-MAJ-IX))
                  " AND owner_role = 'GUARDIAN' ORDER BY customer_id"
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
               PERFORM WRITE-GUARDIAN-REMOVAL UNTIL RC NOT = 0
           END-IF

           *> then the account moves onto the product it grows into
           IF WS-MJ-PRODUCT(WS-MAJ-IX) = SPACES
               MOVE "NOPRODUCT" TO WS-CONV-STATUS
               ADD 1 TO WS-NOPRODUCT-COUNT
               DISPLAY "WARNING: account "
                       FUNCTION TRIM(WS-MJ-ACCOUNT(WS-MAJ-IX))
                       " - youth product has no adult product"
           ELSE
               MOVE "RELEASED" TO WS-CONV-STATUS
               MOVE SPACES TO MAJORITY-FEED-RECORD
               STRING "PRODMIGRATE,"
                      FUNCTION TRIM(WS-MJ-ACCOUNT(WS-MAJ-IX)) ","
                      FUNCTION TRIM(WS-MJ-PRODUCT(WS-MAJ-IX))
                   DELIMITED BY SIZE INTO MAJORITY-FEED-RECORD
               WRITE MAJORITY-FEED-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF
           ADD 1 TO WS-CONVERTED-COUNT

           *> one conversion per account - a rerun never releases
           *> the same account twice
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO majority_conversions (account_id, "
                  "customer_id, date_of_birth, adult_product, "
                  "guardians_removed, status, feed_name, "
                  "converted_date) VALUES ("
                  FUNCTION TRIM(WS-MJ-ACCOUNT(WS-MAJ-IX)) ", "
                  FUNCTION TRIM(WS-MJ-CUSTOMER(WS-MAJ-IX)) ", DATE '"
                  WS-MJ-DOB(WS-MAJ-IX) "', '"
                  FUNCTION TRIM(WS-MJ-PRODUCT(WS-MAJ-IX)) "', "
                  WS-GUARDIAN-COUNT ", '"
                  FUNCTION TRIM(WS-CONV-STATUS) "', '"
                  FUNCTION TRIM(WS-FEED-FILENAME) "', DATE '"
                  WS-SQL-DATE "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           *> the letter to the new adult customer goes out through
           *> the alert dispatcher
           MOVE WS-MJ-ACCOUNT(WS-MAJ-IX) TO WS-ACCT-ID-STR
           MOVE SPACES TO WS-ALERT-DETAIL
           IF WS-MJ-PRODUCT(WS-MAJ-IX) = SPACES
               STRING "account holder now 18 - guardian removed"
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           ELSE
               STRING "account holder now 18 - moving to "
                      FUNCTION TRIM(WS-MJ-PRODUCT(WS-MAJ-IX))
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           END-IF
           CALL STATIC "QUEUE-ALERT-TRIGGER"
               USING DBH, WS-ACCT-ID-STR, "MAJORITY    ",
                     WS-ALERT-DETAIL
           DISPLAY "Account " FUNCTION TRIM(WS-MJ-ACCOUNT(WS-MAJ-IX))
                   " - " FUNCTION TRIM(WS-MJ-NAME(WS-MAJ-IX))
                   " reached 18, " WS-GUARDIAN-COUNT
                   " guardian(s) to remove".

       WRITE-GUARDIAN-REMOVAL.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(C1) TO WS-GUARDIAN-ID
           ADD 1 TO WS-GUARDIAN-COUNT
           MOVE SPACES TO MAJORITY-FEED-RECORD
           STRING "OWNERMAINT,"
                  FUNCTION TRIM(WS-MJ-ACCOUNT(WS-MAJ-IX)) ","
                  FUNCTION TRIM(WS-GUARDIAN-ID) ",REMOVE"
               DELIMITED BY SIZE INTO MAJORITY-FEED-RECORD
           WRITE MAJORITY-FEED-RECORD
           ADD 1 TO WS-LINE-COUNT.
