           SELECT GL-BALANCE-FILE ASSIGN TO "build/gl_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-BALANCE-STATUS.
           SELECT GL-OPENING-FILE ASSIGN TO "build/gl_opening.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-OPENING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  GL-MAP-RECORD        PIC X(80).
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD    PIC X(40).
       FD  GL-OPENING-FILE.
       01  GL-OPENING-RECORD    PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "gl-trial-balance".
       01  GL-MAP-FILE-STATUS   PIC XX.
       01  GL-BALANCE-STATUS    PIC XX.
       01  GL-OPENING-STATUS    PIC XX.
       01  WS-EOF               PIC X.

       *> gl_account_map.dat: tx-type,debit-gl,credit-gl per line.
       01  WS-BAL-F2            PIC X(20).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       *> gl_opening.dat holds the balances the business day opened
       *> with, behind a DATE,yyyymmdd line: a second run the same day
       *> (month-end re-proves after its postings) starts from those,
       *> not from the balances the first run already rolled forward
       01  WS-OPENING-DATE      PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           PERFORM LOAD-OPENING-BALANCES
           IF WS-OPENING-DATE NOT = WS-BUSINESS-DATE
               PERFORM LOAD-CARRIED-BALANCES
               PERFORM WRITE-OPENING-BALANCES
           END-IF

           MOVE SPACES TO WS-ENV-CONNSTR
           ACCEPT WS-ENV-CONNSTR FROM ENVIRONMENT "DB_CONNSTR"
               GOBACK
           END-IF

           DISPLAY "--- GL TRIAL BALANCE FOR " WS-BUSINESS-DATE
                   " ---"
           DISPLAY "GL ACCT   DAY DEBITS      DAY CREDITS     "
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM STORE-ONE-CARRIED
           END-READ.

       STORE-ONE-CARRIED.
           MOVE SPACES TO WS-BAL-FIELDS, WS-BAL-F1, WS-BAL-F2
           MOVE FUNCTION TRIM(GL-BALANCE-RECORD) TO WS-BAL-FIELDS
           UNSTRING WS-BAL-FIELDS DELIMITED BY ","
               INTO WS-BAL-F1, WS-BAL-F2
           END-UNSTRING
           IF WS-BAL-F1 NOT = SPACES AND WS-GL-USED < 100
               ADD 1 TO WS-GL-USED
               MOVE WS-BAL-F1(1:8) TO WS-GL-ACCOUNT(WS-GL-USED)
               MOVE 0 TO WS-GL-DEBITS(WS-GL-USED)
               MOVE 0 TO WS-GL-CREDITS(WS-GL-USED)
               COMPUTE WS-GL-CARRIED(WS-GL-USED) =
                   FUNCTION NUMVAL(WS-BAL-F2)
           END-IF.

       LOAD-OPENING-BALANCES.
           MOVE SPACES TO WS-OPENING-DATE
           MOVE 'N' TO WS-EOF
           OPEN INPUT GL-OPENING-FILE
           IF GL-OPENING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GL-OPENING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GL-OPENING-RECORD(1:5) = "DATE,"
                       MOVE GL-OPENING-RECORD(6:8) TO WS-OPENING-DATE
                   END-IF
           END-READ
           IF WS-OPENING-DATE = WS-BUSINESS-DATE
               PERFORM LOAD-ONE-OPENING UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE GL-OPENING-FILE.

       LOAD-ONE-OPENING.
           READ GL-OPENING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE GL-OPENING-RECORD TO GL-BALANCE-RECORD
                   PERFORM STORE-ONE-CARRIED
           END-READ.

       WRITE-OPENING-BALANCES.
           OPEN OUTPUT GL-OPENING-FILE
           MOVE SPACES TO GL-OPENING-RECORD
           STRING "DATE," WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO GL-OPENING-RECORD
           WRITE GL-OPENING-RECORD
           PERFORM WRITE-ONE-OPENING
               VARYING WS-GL-IX FROM 1 BY 1
               UNTIL WS-GL-IX > WS-GL-USED
           CLOSE GL-OPENING-FILE.

       WRITE-ONE-OPENING.
           MOVE WS-GL-CARRIED(WS-GL-IX) TO WS-EDIT-C
           MOVE SPACES TO GL-OPENING-RECORD
           STRING WS-GL-ACCOUNT(WS-GL-IX) ","
                  FUNCTION TRIM(WS-EDIT-C)
               DELIMITED BY SIZE INTO GL-OPENING-RECORD
           WRITE GL-OPENING-RECORD.

       ACCUMULATE-DAY-ACTIVITY.
           *> same scan the posting extract runs: live plus archive,
           *> today only, grouped by type
           *> - plus the inter-branch due-from legs, which carry no
           *> customer ledger row of their own
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT tx_type, COALESCE(SUM(amount),0), '' "
                  "FROM (SELECT tx_type, amount, created_at "
                  "FROM tx_log UNION ALL "
                  "SELECT tx_type, amount, created_at "
                  "FROM tx_log_archive UNION ALL "
                  "SELECT 'IB_DUE', amount, entry_date "
                  "FROM interbranch_entries WHERE side = 'DUE_FROM') t "
                  "WHERE created_at::date = CURRENT_DATE "
                  "GROUP BY tx_type ORDER BY tx_type"
               DELIMITED BY SIZE INTO SQL-COMMAND
