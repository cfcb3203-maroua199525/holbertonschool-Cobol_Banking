       01  INDEX-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING        PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR        PIC X(200).
       01  WS-ERROR-SOURCE       PIC X(40) VALUE "output-housekeeping".
       01  LIST-FILE-STATUS      PIC XX.
       01  PROBE-FILE-STATUS     PIC XX.
       01  INDEX-FILE-STATUS     PIC XX.
       01  WS-RETAINED-COUNT     PIC 9(5) VALUE 0.
       01  WS-ROLLED-COUNT       PIC 9(5) VALUE 0.
       01  WS-INDEX-MESSAGE      PIC X(180).

       *> Accounts under legal hold. An aged file that mentions any
       *> of them is kept - a short account number may also match
       *> inside an amount, which only errs toward keeping. Without
       *> the hold register nothing aged is deleted at all.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY     OCCURS 500 TIMES.
               10  WS-HOLD-ACCOUNT   PIC X(20).
               10  WS-HOLD-ACCT-LEN  PIC 9(2).
               10  WS-HOLD-MATTER    PIC X(60).
       01  WS-HOLD-USED          PIC 9(3) VALUE 0.
       01  WS-HOLD-IX            PIC 9(3).
       01  WS-HOLD-HIT-IX        PIC 9(3).
       01  WS-HOLD-TALLY         PIC 9(5).
       01  WS-HOLDS-KNOWN        PIC X VALUE 'N'.
           88  HOLD-REGISTER-READ      VALUE 'Y'.
       01  WS-PROBE-EOF          PIC X.
       01  WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01  WS-SKIP-ITEM          PIC X(80).
       01  WS-SKIP-MATTER        PIC X(60).
       01  WS-CURRENT-TIMESTAMP  PIC X(21).

       PROCEDURE DIVISION.
           COMPUTE WS-ARCHIVE-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAYNUM)

           PERFORM LOAD-LEGAL-HOLDS
           PERFORM CHECK-OPEN-EXCEPTIONS
           PERFORM SWEEP-BUILD-DIRECTORY
           PERFORM ROLL-GROWING-LOGS

           DISPLAY "Housekeeping complete: " WS-DELETED-COUNT
                   " deleted, " WS-RETAINED-COUNT " retained, "
                   WS-ROLLED-COUNT " log(s) rolled, "
                   WS-HELD-COUNT " kept under legal hold."
           GOBACK.

       LOAD-LEGAL-HOLDS.
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
               DISPLAY "Legal-hold register unavailable - no aged "
                       "file will be deleted this run."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL STATIC "LOG-CONNECT-ATTEMPT"
               USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT a.account_id, "
                  "string_agg(DISTINCT h.matter_ref, ' '), '' "
                  "FROM accounts a JOIN legal_holds h ON "
                  "h.status <> 'RELEASED' AND h.hold_key = CASE "
                  "h.hold_scope WHEN 'CUSTOMER' THEN "
                  "a.customer_id::text ELSE a.account_id::text END "
                  "GROUP BY a.account_id ORDER BY a.account_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "Legal-hold register unreadable - no aged "
                       "file will be deleted this run."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM BUFFER-ONE-HOLD UNTIL RC NOT = 0
               IF WS-HOLD-USED < 500
                   SET HOLD-REGISTER-READ TO TRUE
               ELSE
                   DISPLAY "More than 500 held accounts - no aged "
                           "file will be deleted this run."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.

       BUFFER-ONE-HOLD.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-HOLD-USED < 500
               ADD 1 TO WS-HOLD-USED
               MOVE FUNCTION TRIM(C1) TO WS-HOLD-ACCOUNT(WS-HOLD-USED)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(C1))
                   TO WS-HOLD-ACCT-LEN(WS-HOLD-USED)
               MOVE C2(1:60) TO WS-HOLD-MATTER(WS-HOLD-USED)
           END-IF.

       CHECK-OPEN-EXCEPTIONS.
           *> A non-empty suspense or reject file may still reference
           *> an archived batch - no batch archive is deleted while
           MOVE SPACES TO WS-PROBE-FILE-NAME
           STRING "build/" FUNCTION TRIM(WS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-PROBE-FILE-NAME
           IF NOT HOLD-REGISTER-READ
               ADD 1 TO WS-RETAINED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-FOR-HELD-ACCOUNT
           IF WS-HOLD-HIT-IX > 0
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO WS-INDEX-MESSAGE
               STRING "RETAINED " FUNCTION TRIM(WS-PROBE-FILE-NAME)
                      " - legal hold on account "
                      FUNCTION TRIM(WS-HOLD-ACCOUNT(WS-HOLD-HIT-IX))
                   DELIMITED BY SIZE INTO WS-INDEX-MESSAGE
               PERFORM WRITE-INDEX-LINE
               MOVE SPACES TO WS-SKIP-ITEM
               STRING "file " FUNCTION TRIM(WS-PROBE-FILE-NAME)
                      " (account "
                      FUNCTION TRIM(WS-HOLD-ACCOUNT(WS-HOLD-HIT-IX))
                      ") not deleted"
                   DELIMITED BY SIZE INTO WS-SKIP-ITEM
               MOVE WS-HOLD-MATTER(WS-HOLD-HIT-IX) TO WS-SKIP-MATTER
               CALL STATIC "LOG-HOLD-SKIP"
                   USING WS-ERROR-SOURCE, WS-SKIP-ITEM, WS-SKIP-MATTER
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-PROBE-FILE-NAME
               RETURNING WS-DELETE-RC
           IF WS-DELETE-RC = 0
               PERFORM WRITE-INDEX-LINE
           END-IF.

       SCAN-FOR-HELD-ACCOUNT.
           *> WS-HOLD-HIT-IX comes back naming the first held account
           *> found in the file, or zero
           MOVE 0 TO WS-HOLD-HIT-IX
           IF WS-HOLD-USED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PROBE-EOF
           OPEN INPUT PROBE-FILE
           IF PROBE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-ONE-PROBE-LINE
               UNTIL WS-PROBE-EOF = 'Y' OR WS-HOLD-HIT-IX > 0
           CLOSE PROBE-FILE.

       SCAN-ONE-PROBE-LINE.
           READ PROBE-FILE
               AT END
                   MOVE 'Y' TO WS-PROBE-EOF
               NOT AT END
                   PERFORM MATCH-ONE-HOLD
                       VARYING WS-HOLD-IX FROM 1 BY 1
                       UNTIL WS-HOLD-IX > WS-HOLD-USED
                          OR WS-HOLD-HIT-IX > 0
           END-READ.

       MATCH-ONE-HOLD.
           MOVE 0 TO WS-HOLD-TALLY
           INSPECT PROBE-RECORD TALLYING WS-HOLD-TALLY FOR ALL
               WS-HOLD-ACCOUNT(WS-HOLD-IX)
                   (1:WS-HOLD-ACCT-LEN(WS-HOLD-IX))
           IF WS-HOLD-TALLY > 0
               MOVE WS-HOLD-IX TO WS-HOLD-HIT-IX
           END-IF.

       ROLL-GROWING-LOGS.
           MOVE "build/db_errors.log" TO WS-PROBE-FILE-NAME
           PERFORM ROLL-ONE-LOG
