IDENTIFICATION DIVISION.
       PROGRAM-ID. card-expiry-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REISSUE-FILE ASSIGN TO WS-REISSUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOTLIST-FILE ASSIGN TO WS-HOTLIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REISSUE-FILE.
       01  REISSUE-LINE         PIC X(120).
       FD  HOTLIST-FILE.
       01  HOTLIST-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "card-expiry-report".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-REISSUE-FILENAME  PIC X(80).
       01  WS-HOTLIST-FILENAME  PIC X(80).

       01  WS-ROW-FIELDS        PIC X(80).
       01  WS-ROW-CARD          PIC X(19).
       01  WS-ROW-ACCOUNT       PIC X(10).
       01  WS-ROW-EXPIRY        PIC X(10).
       01  WS-ROW-STATUS        PIC X(12).
       01  WS-ROW-BRANCH        PIC X(10).
       01  WS-LAST-BRANCH       PIC X(10).
       01  WS-FIRST-ROW         PIC X VALUE 'Y'.

       01  WS-EXPIRED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REISSUE-COUNT     PIC 9(5) VALUE 0.
       01  WS-HOTLIST-COUNT     PIC 9(5) VALUE 0.

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

           PERFORM LAPSE-EXPIRED-CARDS
           PERFORM LIST-CARDS-FOR-REISSUE
           PERFORM LIST-BLOCKED-CARDS

           DISPLAY "Card expiry run " WS-BUSINESS-DATE ": "
                   WS-EXPIRED-COUNT " card(s) lapsed, "
                   WS-REISSUE-COUNT " due for reissue, "
                   WS-HOTLIST-COUNT " on the blocked-card list."

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       LAPSE-EXPIRED-CARDS.
           *> a card past the last day of its expiry month is dead
           *> plastic whatever its last status; lost or stolen cards
           *> keep that status for the record
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FROM card_register "
                  "WHERE status IN ('ACTIVE','BLOCKED') "
                  "AND expiry_date < DATE '"
                  WS-SQL-DATE
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXPIRED-COUNT =
               FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           IF WS-EXPIRED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE card_register SET status = 'EXPIRED', "
                  "status_reason = 'EXPIRY', "
                  "status_changed_at = CURRENT_TIMESTAMP "
                  "WHERE status IN ('ACTIVE','BLOCKED') "
                  "AND expiry_date < DATE '"
                  WS-SQL-DATE
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO WS-EXPIRED-COUNT
           END-IF.

       LIST-CARDS-FOR-REISSUE.
           *> active cards whose expiry falls in next calendar month
           *> - card services orders the new plastic from this list
           MOVE SPACES TO WS-REISSUE-FILENAME
           STRING "build/card_reissue_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REISSUE-FILENAME
           OPEN OUTPUT REISSUE-FILE
           MOVE SPACES TO REISSUE-LINE
           STRING "CARDS EXPIRING NEXT MONTH - REISSUE LIST AS OF "
                  WS-SQL-DATE
               DELIMITED BY SIZE INTO REISSUE-LINE
           WRITE REISSUE-LINE
           MOVE "BRANCH     CARD                ACCOUNT    EXPIRES     CARDHOLDER"
               TO REISSUE-LINE
           WRITE REISSUE-LINE

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT c.card_masked || ';' || c.account_id || ';' "
                  "|| c.expiry_date::text || ';' || c.status || ';' "
                  "|| COALESCE(a.branch_code,''), "
                  "COALESCE(cu.name,''), '' "
                  "FROM card_register c "
                  "JOIN accounts a ON a.account_id = c.account_id "
                  "LEFT JOIN customers cu "
                  "ON cu.customer_id = c.customer_id "
                  "WHERE c.status = 'ACTIVE' AND c.expiry_date >= "
                  "date_trunc('month', DATE '"
                  WS-SQL-DATE
                  "') + INTERVAL '1 month' AND c.expiry_date < "
                  "date_trunc('month', DATE '"
                  WS-SQL-DATE
                  "') + INTERVAL '2 month' "
                  "ORDER BY 1"
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
               PERFORM WRITE-ONE-REISSUE UNTIL RC NOT = 0
           END-IF

           MOVE SPACES TO REISSUE-LINE
           STRING WS-REISSUE-COUNT " card(s) due for reissue."
               DELIMITED BY SIZE INTO REISSUE-LINE
           WRITE REISSUE-LINE
           CLOSE REISSUE-FILE
           DISPLAY "Reissue list written to "
                   FUNCTION TRIM(WS-REISSUE-FILENAME).

       WRITE-ONE-REISSUE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               PERFORM SPLIT-CARD-ROW
               ADD 1 TO WS-REISSUE-COUNT
               MOVE SPACES TO REISSUE-LINE
               STRING WS-ROW-BRANCH " "
                      WS-ROW-CARD " "
                      WS-ROW-ACCOUNT " "
                      WS-ROW-EXPIRY "  "
                      FUNCTION TRIM(C2)
                   DELIMITED BY SIZE INTO REISSUE-LINE
               WRITE REISSUE-LINE
           END-IF.

       LIST-BLOCKED-CARDS.
           *> the branches' hot list: blocked and lost/stolen cards
           *> still inside their expiry, grouped by owning branch
           MOVE SPACES TO WS-HOTLIST-FILENAME
           STRING "build/blocked_cards_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-HOTLIST-FILENAME
           OPEN OUTPUT HOTLIST-FILE
           MOVE SPACES TO HOTLIST-LINE
           STRING "BLOCKED-CARD LIST AS OF " WS-SQL-DATE
               DELIMITED BY SIZE INTO HOTLIST-LINE
           WRITE HOTLIST-LINE

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT c.card_masked || ';' || c.account_id || ';' "
                  "|| c.expiry_date::text || ';' || c.status || ';' "
                  "|| COALESCE(a.branch_code,''), "
                  "COALESCE(cu.name,''), "
                  "COALESCE(c.status_changed_at::date::text,'') "
                  "FROM card_register c "
                  "JOIN accounts a ON a.account_id = c.account_id "
                  "LEFT JOIN customers cu "
                  "ON cu.customer_id = c.customer_id "
                  "WHERE c.status IN ('BLOCKED','LOST-STOLEN') "
                  "AND c.expiry_date >= DATE '"
                  WS-SQL-DATE
                  "' ORDER BY COALESCE(a.branch_code,''), 1"
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
               MOVE 'Y' TO WS-FIRST-ROW
               MOVE SPACES TO WS-LAST-BRANCH
               PERFORM WRITE-ONE-BLOCKED UNTIL RC NOT = 0
           END-IF

           MOVE SPACES TO HOTLIST-LINE
           WRITE HOTLIST-LINE
           MOVE SPACES TO HOTLIST-LINE
           STRING WS-HOTLIST-COUNT " card(s) on the blocked-card list."
               DELIMITED BY SIZE INTO HOTLIST-LINE
           WRITE HOTLIST-LINE
           CLOSE HOTLIST-FILE
           DISPLAY "Blocked-card list written to "
                   FUNCTION TRIM(WS-HOTLIST-FILENAME).

       WRITE-ONE-BLOCKED.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-CARD-ROW
           *> each branch starts its own section so the list can be
           *> torn off and handed to that branch
           IF WS-FIRST-ROW = 'Y' OR WS-ROW-BRANCH NOT = WS-LAST-BRANCH
               MOVE SPACES TO HOTLIST-LINE
               WRITE HOTLIST-LINE
               MOVE SPACES TO HOTLIST-LINE
               IF WS-ROW-BRANCH = SPACES
                   MOVE "BRANCH: (none)" TO HOTLIST-LINE
               ELSE
                   STRING "BRANCH: " WS-ROW-BRANCH
                       DELIMITED BY SIZE INTO HOTLIST-LINE
               END-IF
               WRITE HOTLIST-LINE
               MOVE "  CARD                STATUS       SINCE       ACCOUNT    CARDHOLDER"
                   TO HOTLIST-LINE
               WRITE HOTLIST-LINE
               MOVE WS-ROW-BRANCH TO WS-LAST-BRANCH
               MOVE 'N' TO WS-FIRST-ROW
           END-IF
           ADD 1 TO WS-HOTLIST-COUNT
           MOVE SPACES TO HOTLIST-LINE
           STRING "  " WS-ROW-CARD " "
                  WS-ROW-STATUS " "
                  C3(1:10) "  "
                  WS-ROW-ACCOUNT " "
                  FUNCTION TRIM(C2)
               DELIMITED BY SIZE INTO HOTLIST-LINE
           WRITE HOTLIST-LINE.

       SPLIT-CARD-ROW.
           MOVE SPACES TO WS-ROW-FIELDS, WS-ROW-CARD, WS-ROW-ACCOUNT,
               WS-ROW-EXPIRY, WS-ROW-STATUS, WS-ROW-BRANCH
           MOVE FUNCTION TRIM(C1) TO WS-ROW-FIELDS
           UNSTRING WS-ROW-FIELDS DELIMITED BY ";"
               INTO WS-ROW-CARD, WS-ROW-ACCOUNT, WS-ROW-EXPIRY,
                    WS-ROW-STATUS, WS-ROW-BRANCH
           END-UNSTRING.
