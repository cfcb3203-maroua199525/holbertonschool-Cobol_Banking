IDENTIFICATION DIVISION.
       PROGRAM-ID. account-snapshot.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE
               ASSIGN TO "build/account_snapshot.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SNAP-ACCOUNT-ID
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       COPY "acctsnap.cpy".

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "account-snapshot".
       01  SNAPSHOT-FILE-STATUS PIC XX.

       *> The phone channel's fallback when the database is down:
       *> one record per account with what an inquiry needs, taken
       *> after the night's posting so it is as fresh as it can be.
       *> A run that cannot reach the database leaves the previous
       *> night's file in place.
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-CURRENT-TIMESTAMP PIC X(21).
       01  WS-TAKEN-AT          PIC X(19).
       01  WS-ACCT-FIELDS       PIC X(64).
       01  WS-BALANCE-STR       PIC X(20).
       01  WS-HOLDS-STR         PIC X(20).
       01  WS-TX-STMT           USAGE POINTER.
       01  WS-TX-RC             PIC S9(9) COMP-5.
       01  WS-WRITTEN-COUNT     PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(7) VALUE 0.

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
               DISPLAY "ERROR: Database connection failed - the "
                       "previous account snapshot is kept."
               MOVE 4 TO RETURN-CODE
               GOBACK
           ELSE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           END-IF.

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-TAKEN-AT
           STRING WS-CURRENT-TIMESTAMP(1:4) "-"
                  WS-CURRENT-TIMESTAMP(5:2) "-"
                  WS-CURRENT-TIMESTAMP(7:2) " "
                  WS-CURRENT-TIMESTAMP(9:2) ":"
                  WS-CURRENT-TIMESTAMP(11:2) ":"
                  WS-CURRENT-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-TAKEN-AT

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT a.account_id || ';' || "
                  "COALESCE(a.currency,'USD') || ';' || "
                  "COALESCE(a.status,'OPEN') || ';' || a.balance "
                  "|| ';' || COALESCE((SELECT SUM(h.amount) "
                  "FROM deposit_holds h WHERE h.account_id::text = "
                  "a.account_id::text AND h.status = 'ACTIVE'),0), "
                  "COALESCE(c.name,''), '' FROM accounts a "
                  "LEFT JOIN customers c "
                  "ON a.customer_id = c.customer_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "ERROR: accounts could not be read - the "
                       "previous account snapshot is kept."
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: account snapshot file could not be "
                       "opened (status " SNAPSHOT-FILE-STATUS ")"
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SNAPSHOT-ONE-ACCOUNT UNTIL RC NOT = 0
           CLOSE SNAPSHOT-FILE

           DISPLAY "Account snapshot as of " WS-TAKEN-AT ": "
                   WS-WRITTEN-COUNT " account(s) written, "
                   WS-FAILED-COUNT " failed."
           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       SNAPSHOT-ONE-ACCOUNT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SNAP-RECORD
           MOVE SPACES TO WS-ACCT-FIELDS, WS-BALANCE-STR, WS-HOLDS-STR
           MOVE FUNCTION TRIM(C1) TO WS-ACCT-FIELDS
           UNSTRING WS-ACCT-FIELDS DELIMITED BY ";"
               INTO SNAP-ACCOUNT-ID, SNAP-CURRENCY, SNAP-STATUS,
                    WS-BALANCE-STR, WS-HOLDS-STR
           END-UNSTRING
           MOVE FUNCTION TRIM(C2) TO SNAP-CUSTOMER-NAME
           IF WS-BALANCE-STR NOT = SPACES
               COMPUTE SNAP-BALANCE = FUNCTION NUMVAL(WS-BALANCE-STR)
           END-IF
           IF WS-HOLDS-STR NOT = SPACES
               COMPUTE SNAP-HOLDS = FUNCTION NUMVAL(WS-HOLDS-STR)
           END-IF
           COMPUTE SNAP-AVAILABLE = SNAP-BALANCE - SNAP-HOLDS
           MOVE WS-BUSINESS-DATE TO SNAP-BUSINESS-DATE
           MOVE WS-TAKEN-AT TO SNAP-TAKEN-AT
           PERFORM LOAD-RECENT-ENTRIES

           WRITE SNAP-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "WARNING: account "
                           FUNCTION TRIM(SNAP-ACCOUNT-ID)
                           " not written (status "
                           SNAPSHOT-FILE-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

       LOAD-RECENT-ENTRIES.
           *> the account cursor in STMT stays open - the entries
           *> come through their own statement handle
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(created_at::date::text,''), "
                  "tx_type, amount FROM tx_log WHERE account_id = '"
                  FUNCTION TRIM(SNAP-ACCOUNT-ID)
                  "' ORDER BY id DESC LIMIT 5"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING WS-TX-STMT
           IF WS-TX-STMT NOT = NULL-PTR
               MOVE 0 TO WS-TX-RC
               PERFORM BUFFER-ONE-ENTRY UNTIL WS-TX-RC NOT = 0
           END-IF.

       BUFFER-ONE-ENTRY.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE WS-TX-STMT
                     BY REFERENCE C1, C2, C3
               RETURNING WS-TX-RC
           IF WS-TX-RC = 0 AND SNAP-ENTRY-COUNT < 5
               ADD 1 TO SNAP-ENTRY-COUNT
               MOVE FUNCTION TRIM(C1)
                   TO SNAP-TX-DATE(SNAP-ENTRY-COUNT)
               MOVE FUNCTION TRIM(C2)
                   TO SNAP-TX-TYPE(SNAP-ENTRY-COUNT)
               COMPUTE SNAP-TX-AMOUNT(SNAP-ENTRY-COUNT) =
                   FUNCTION NUMVAL(C3)
           END-IF.
