IDENTIFICATION DIVISION.
       PROGRAM-ID. interbranch-settlement.
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
           VALUE "interbranch-settlement".

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).

       *> the day's legs summed per branch and counterparty: what
       *> the branch's books say it is owed by (positive) or owes
       *> (negative) the counterparty
       01  WS-POSITION-TABLE.
           05  WS-POSITION-ENTRY OCCURS 400 TIMES.
               10  WS-POS-BRANCH    PIC X(10).
               10  WS-POS-COUNTER   PIC X(10).
               10  WS-POS-NET       PIC S9(11)V99.
       01  WS-POS-USED          PIC 9(3) VALUE 0.
       01  WS-POS-IX            PIC 9(3).
       01  WS-MIRROR-IX         PIC 9(3).
       01  WS-SCAN-IX           PIC 9(3).
       01  WS-MIRROR-NET        PIC S9(11)V99.
       01  WS-PAIR-VARIANCE     PIC S9(11)V99.
       01  WS-BANK-NET          PIC S9(11)V99 VALUE 0.
       01  WS-PAIR-COUNT        PIC 9(5) VALUE 0.
       01  WS-EDIT-A            PIC -(11)9.99.
       01  WS-EDIT-B            PIC -(11)9.99.
       01  WS-PAYER             PIC X(10).
       01  WS-PAYEE             PIC X(10).

       *> positions that do not net are buffered and opened as
       *> reconciliation breaks once the cursor is closed
       01  WS-BREAK-TABLE.
           05  WS-BREAK-ENTRY   OCCURS 200 TIMES.
               10  WS-BRK-ACCOUNT   PIC X(20).
               10  WS-BRK-VARIANCE  PIC S9(11)V99.
       01  WS-BREAK-USED        PIC 9(3) VALUE 0.
       01  WS-BREAK-IX          PIC 9(3).
       01  WS-BRK-VAR-EDIT      PIC -(11)9.99.
       01  WS-BRK-FIRST-SEEN    PIC X(10).

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
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/interbranch_settlement_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "INTER-BRANCH SETTLEMENT FOR " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BRANCH    BRANCH    PAYER     PAYEE     "
               TO REPORT-LINE
           MOVE "NET TO SETTLE       VARIANCE" TO REPORT-LINE(43:)
           WRITE REPORT-LINE

           PERFORM LOAD-DAY-POSITIONS
           PERFORM SETTLE-ONE-POSITION
               VARYING WS-POS-IX FROM 1 BY 1
               UNTIL WS-POS-IX > WS-POS-USED
           IF WS-PAIR-COUNT = 0
               MOVE "(no inter-branch items today)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           *> every leg has a mirror on the counterparty's books, so
           *> the bank as a whole must net to exactly zero
           MOVE WS-BANK-NET TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BANK-WIDE INTER-BRANCH NET: "
                  FUNCTION TRIM(WS-EDIT-A)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BANK-NET NOT = 0
               PERFORM ADD-BANK-WIDE-BREAK
           END-IF

           PERFORM REGISTER-BREAKS
           MOVE SPACES TO REPORT-LINE
           STRING "Reconciliation breaks: " WS-BREAK-USED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Inter-branch settlement: " WS-PAIR-COUNT
                   " branch pair(s), bank-wide net "
                   FUNCTION TRIM(WS-EDIT-A) ", " WS-BREAK-USED
                   " break(s) - report in "
                   FUNCTION TRIM(WS-REPORT-FILENAME)

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-DAY-POSITIONS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT branch_code, counterparty, "
                  "SUM(CASE WHEN side = 'DUE_FROM' THEN amount "
                  "ELSE 0 - amount END) FROM interbranch_entries "
                  "WHERE entry_date = CURRENT_DATE "
                  "GROUP BY branch_code, counterparty "
                  "ORDER BY branch_code, counterparty"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM LOAD-ONE-POSITION UNTIL RC NOT = 0
           END-IF.

       LOAD-ONE-POSITION.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-POS-USED < 400
               ADD 1 TO WS-POS-USED
               MOVE FUNCTION TRIM(C1) TO WS-POS-BRANCH(WS-POS-USED)
               MOVE FUNCTION TRIM(C2) TO WS-POS-COUNTER(WS-POS-USED)
               COMPUTE WS-POS-NET(WS-POS-USED) = FUNCTION NUMVAL(C3)
               ADD WS-POS-NET(WS-POS-USED) TO WS-BANK-NET
           END-IF.

       SETTLE-ONE-POSITION.
           *> each pair is reported once, from the lower branch code;
           *> a leg whose mirror is missing is reported from its own
           *> side
           MOVE 0 TO WS-MIRROR-IX
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-POS-USED
                      OR WS-MIRROR-IX > 0
               IF WS-POS-BRANCH(WS-SCAN-IX) = WS-POS-COUNTER(WS-POS-IX)
                  AND WS-POS-COUNTER(WS-SCAN-IX)
                      = WS-POS-BRANCH(WS-POS-IX)
                   MOVE WS-SCAN-IX TO WS-MIRROR-IX
               END-IF
           END-PERFORM
           IF WS-MIRROR-IX > 0
              AND WS-POS-BRANCH(WS-POS-IX) > WS-POS-COUNTER(WS-POS-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MIRROR-NET
           IF WS-MIRROR-IX > 0
               MOVE WS-POS-NET(WS-MIRROR-IX) TO WS-MIRROR-NET
           END-IF
           ADD 1 TO WS-PAIR-COUNT

           *> the branch that is owed is paid by its counterparty
           IF WS-POS-NET(WS-POS-IX) < 0
               MOVE WS-POS-BRANCH(WS-POS-IX) TO WS-PAYER
               MOVE WS-POS-COUNTER(WS-POS-IX) TO WS-PAYEE
               COMPUTE WS-EDIT-A = 0 - WS-POS-NET(WS-POS-IX)
           ELSE
               MOVE WS-POS-COUNTER(WS-POS-IX) TO WS-PAYER
               MOVE WS-POS-BRANCH(WS-POS-IX) TO WS-PAYEE
               MOVE WS-POS-NET(WS-POS-IX) TO WS-EDIT-A
           END-IF
           COMPUTE WS-PAIR-VARIANCE =
               WS-POS-NET(WS-POS-IX) + WS-MIRROR-NET
           MOVE WS-PAIR-VARIANCE TO WS-EDIT-B
           MOVE SPACES TO REPORT-LINE
           STRING WS-POS-BRANCH(WS-POS-IX) WS-POS-COUNTER(WS-POS-IX)
                  WS-PAYER WS-PAYEE WS-EDIT-A
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-PAIR-VARIANCE NOT = 0
               MOVE WS-EDIT-B TO REPORT-LINE(56:)
               MOVE "BREAK" TO REPORT-LINE(72:)
               IF WS-BREAK-USED < 200
                   ADD 1 TO WS-BREAK-USED
                   MOVE SPACES TO WS-BRK-ACCOUNT(WS-BREAK-USED)
                   STRING "IB " FUNCTION TRIM(WS-POS-BRANCH(WS-POS-IX))
                          "/" FUNCTION TRIM(WS-POS-COUNTER(WS-POS-IX))
                       DELIMITED BY SIZE
                       INTO WS-BRK-ACCOUNT(WS-BREAK-USED)
                   MOVE WS-PAIR-VARIANCE
                       TO WS-BRK-VARIANCE(WS-BREAK-USED)
               END-IF
           END-IF
           WRITE REPORT-LINE.

       ADD-BANK-WIDE-BREAK.
           IF WS-BREAK-USED < 200
               ADD 1 TO WS-BREAK-USED
               MOVE "IB BANK-WIDE" TO WS-BRK-ACCOUNT(WS-BREAK-USED)
               MOVE WS-BANK-NET TO WS-BRK-VARIANCE(WS-BREAK-USED)
           END-IF.

       REGISTER-BREAKS.
           PERFORM REGISTER-ONE-BREAK
               VARYING WS-BREAK-IX FROM 1 BY 1
               UNTIL WS-BREAK-IX > WS-BREAK-USED.

       REGISTER-ONE-BREAK.
           *> An already-open break for the position is re-sighted,
           *> not re-reported. break-aging-report works this register.
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT first_seen::text FROM recon_breaks "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-BRK-ACCOUNT(WS-BREAK-IX))
                  "' AND status = 'OPEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC

           MOVE WS-BRK-VARIANCE(WS-BREAK-IX) TO WS-BRK-VAR-EDIT
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   TO WS-BRK-FIRST-SEEN
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE recon_breaks SET last_seen = "
                      "CURRENT_DATE, variance = "
                      FUNCTION TRIM(WS-BRK-VAR-EDIT)
                      " WHERE account_id = '"
                      FUNCTION TRIM(WS-BRK-ACCOUNT(WS-BREAK-IX))
                      "' AND status = 'OPEN'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               DISPLAY "  known break on "
                       FUNCTION TRIM(WS-BRK-ACCOUNT(WS-BREAK-IX))
                       " (open since "
                       FUNCTION TRIM(WS-BRK-FIRST-SEEN) ")"
           ELSE
               MOVE SPACES TO SQL-COMMAND
               STRING "INSERT INTO recon_breaks (account_id, "
                      "variance, first_seen, last_seen, status, "
                      "source) VALUES ('"
                      FUNCTION TRIM(WS-BRK-ACCOUNT(WS-BREAK-IX))
                      "', "
                      FUNCTION TRIM(WS-BRK-VAR-EDIT)
                      ", CURRENT_DATE, CURRENT_DATE, 'OPEN', "
                      "'interbranch-settlement')"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               DISPLAY "  NEW break opened for "
                       FUNCTION TRIM(WS-BRK-ACCOUNT(WS-BREAK-IX))
           END-IF

           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.
