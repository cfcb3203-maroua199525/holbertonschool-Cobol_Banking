IDENTIFICATION DIVISION.
       PROGRAM-ID. payee-cooling-report.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "payee-cooling-report".

       *> payees registered and then paid inside their cooling-off
       *> window - the pattern a taken-over account leaves behind
       01  WS-LOOKBACK-DAYS     PIC 9(3) VALUE 1.
       01  WS-ENV-LOOKBACK      PIC X(5).
       01  WS-PAYEE-LINES       PIC 9(5) VALUE 0.
       01  WS-AMOUNT-NUM        PIC S9(11)V99.
       01  WS-GRAND-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-FORMATTED-AMOUNT  PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-LOOKBACK
           ACCEPT WS-ENV-LOOKBACK FROM ENVIRONMENT
               "PAYEE_REPORT_DAYS"
           IF WS-ENV-LOOKBACK NOT = SPACES
               COMPUTE WS-LOOKBACK-DAYS =
                   FUNCTION NUMVAL(WS-ENV-LOOKBACK)
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

           DISPLAY "--- PAYEES USED INSIDE THEIR COOLING-OFF WINDOW "
                   "(last " WS-LOOKBACK-DAYS " day(s)) ---"
           DISPLAY "  account  payee  name  total  "
                   "uses/held  registered  cooling until"

           *> every payment attempt to a cooling payee is kept in
           *> payee_cooling_usage, capped or held alike
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT p.account_id||'  '||p.payee_account||'  '"
                  "||p.payee_name, SUM(u.amount), COUNT(*)||'/'"
                  "||COUNT(*) FILTER (WHERE u.outcome='HELD')"
                  "||'  '||p.registered_at::date"
                  "||' '||to_char(p.cooling_until,'YYYY-MM-DD HH24:MI')"
                  " FROM registered_payees p JOIN payee_cooling_usage u"
                  " ON u.account_id=p.account_id"
                  " AND u.payee_account=p.payee_account"
                  " AND u.used_at<p.cooling_until"
                  " WHERE u.used_at>=CURRENT_DATE-"
                  WS-LOOKBACK-DAYS
                  " GROUP BY p.account_id,p.payee_account,p.payee_name,"
                  "p.registered_at,p.cooling_until ORDER BY 2 DESC"
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
               PERFORM PRINT-ONE-COOLING-PAYEE UNTIL RC NOT = 0
           END-IF

           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-GRAND-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY " "
           DISPLAY WS-PAYEE-LINES " payee(s) used inside cooling-off, "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " attempted."

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       PRINT-ONE-COOLING-PAYEE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-PAYEE-LINES
               COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(C2)
               ADD WS-AMOUNT-NUM TO WS-GRAND-TOTAL
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-AMOUNT-NUM, WS-FORMATTED-AMOUNT
               DISPLAY "  " FUNCTION TRIM(C1) "  "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT) "  "
                       FUNCTION TRIM(C3)
           END-IF.
