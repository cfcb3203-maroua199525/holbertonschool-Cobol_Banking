           SELECT REACH-FILE ASSIGN TO "build/campaign_reach.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REACH-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
           SELECT INSERT-LOG-FILE ASSIGN TO WS-INSERT-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSERT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD      PIC X(250).
       FD  REACH-FILE.
       01  REACH-RECORD         PIC X(40).
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD     PIC X(132).
       FD  INSERT-LOG-FILE.
       01  INSERT-LOG-RECORD    PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
       01  WS-ACCRUED-TO-DATE   PIC S9(9)V99.
       01  WS-CLOSING-EDIT      PIC -(9)9.99.

       *> the month's itemised service charges, as
       *> service-charge-assessment recorded them
       01  WS-SVC-LABEL         PIC X(24).
       01  WS-SVC-FIELDS        PIC X(64).
       01  WS-SVC-AMOUNT-STR    PIC X(20).
       01  WS-SVC-WAIVED-STR    PIC X(20).
       01  WS-SVC-AMOUNT        PIC S9(9)V99.
       01  WS-SVC-WAIVED        PIC S9(9)V99.
       01  WS-SVC-TOTAL         PIC S9(9)V99.
       01  WS-SVC-COUNT         PIC 9(3).

       *> Marketing inserts: statement_campaigns.dat carries
       *> campaign-id,start,end,cap,min-bal,max-bal,product,branch,
       *> message; eligible statements carry the message and the
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.

       *> every statement is also kept as
       *> build/statements/<account>_<business date>.txt for the
       *> print stream, and each insert it carried is logged to
       *> build/statement_inserts_<business date>.dat
       01  STATEMENT-FILE-STATUS PIC XX.
       01  INSERT-LOG-STATUS    PIC XX.
       01  WS-STATEMENT-FILENAME PIC X(60).
       01  WS-INSERT-LOG-FILENAME PIC X(60).
       01  WS-STMT-FILE-OPEN    PIC X VALUE 'N'.
       01  WS-STMT-LINE         PIC X(132).
       01  WS-RUNNING-FORMATTED PIC X(20).
       01  WS-MKDIR-COMMAND     PIC X(60)
           VALUE "mkdir -p build/statements".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> the scheduler CALLs this once per due account in the
           END-IF
           MOVE FUNCTION TRIM(DB-CONN-STRING) TO DB-CONNSTR.

           *> a read-only report - it runs on the reporting replica
           *> and stops if that is unavailable or behind the posting
           CALL STATIC "DB-CONNECT-READONLY"
               USING WS-ERROR-SOURCE, DB-CONN-STRING, DBH,
                     DB-READONLY-RESULT

           IF DBH = NULL-PTR THEN
               DISPLAY "ERROR: Database connection failed"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-STATEMENT-FILE
           PERFORM LOOKUP-CLOSING-BALANCE
           PERFORM SUM-LEDGER-MOVEMENTS
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-LEDGER-TOTAL
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE

           MOVE SPACES TO WS-STMT-LINE
           STRING "--- ACCOUNT STATEMENT: " FUNCTION TRIM(WS-ACCOUNT-ID)
                  " ---"
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM EMIT-STATEMENT-LINE
           PERFORM SHOW-MAIL-SUPPRESSION-NOTE
           PERFORM SHOW-STATEMENT-ADDRESSEES
           PERFORM SHOW-MIGRATION-NOTE
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-OPENING-BALANCE, WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "Opening balance: " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE "Type        Amount                Running Balance"
               TO WS-STMT-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE ALL "-" TO WS-STMT-LINE(1:53)
           PERFORM EMIT-STATEMENT-LINE

           MOVE SPACES TO SQL-COMMAND
           IF FULL-HISTORY-ON
               PERFORM PRINT-STATEMENT-LINE UNTIL RC NOT = 0
           END-IF.

           MOVE SPACES TO WS-STMT-LINE
           MOVE ALL "-" TO WS-STMT-LINE(1:53)
           PERFORM EMIT-STATEMENT-LINE
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-CLOSING-BALANCE, WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "Closing balance: " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM EMIT-STATEMENT-LINE
           PERFORM SHOW-BLENDED-RATE
           PERFORM SHOW-ACCRUED-NOTE
           PERFORM SHOW-HOLDS-NOTE
           PERFORM SHOW-SERVICE-CHARGES
           PERFORM SHOW-CAMPAIGN-INSERTS
           MOVE SPACES TO WS-STMT-LINE
           STRING WS-LINE-COUNT " transaction(s) listed."
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM EMIT-STATEMENT-LINE
           IF WS-STMT-FILE-OPEN = 'Y'
               CLOSE STATEMENT-FILE
               MOVE 'N' TO WS-STMT-FILE-OPEN
           END-IF

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
           END-CALL
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE SPACES TO WS-STMT-LINE
               STRING "*** PAPER OUTPUT SUPPRESSED (returned mail "
                      "since " FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                      ") - DO NOT POST ***"
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       SHOW-STATEMENT-ADDRESSEES.
           END-CALL
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE SPACES TO WS-STMT-LINE
               STRING "Addressed to: "
                      FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF

           END-CALL
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE SPACES TO WS-STMT-LINE
               STRING "Addressed to: "
                      FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       SHOW-MIGRATION-NOTE.
           END-CALL
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE SPACES TO WS-STMT-LINE
               STRING "Product this cycle: "
                      FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       SHOW-BLENDED-RATE.
           END-CALL
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE SPACES TO WS-STMT-LINE
               STRING "Effective blended credit rate: "
                      FUNCTION TRIM(SINGLE-RESULT-BUFFER) "%"
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       SHOW-ACCRUED-NOTE.
           IF WS-ACCRUED-TO-DATE NOT = 0
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-ACCRUED-TO-DATE, WS-FORMATTED-AMOUNT
               MOVE SPACES TO WS-STMT-LINE
               STRING "Interest accrued to date (not yet posted): "
                      FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       SHOW-CAMPAIGN-INSERTS.
               END-IF
           END-IF

           MOVE SPACES TO WS-STMT-LINE
           PERFORM EMIT-STATEMENT-LINE
           STRING "** " FUNCTION TRIM(WS-CAMP-MESSAGE) " **"
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM EMIT-STATEMENT-LINE
           ADD 1 TO WS-REACH-COUNT(WS-REACH-IX)
           MOVE 'Y' TO WS-REACH-DIRTY
           PERFORM LOG-CAMPAIGN-INSERT.

       FIND-REACH-SLOT.
           MOVE 'N' TO WS-REACH-FOUND
           IF WS-ACTIVE-HOLDS > 0
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-ACTIVE-HOLDS, WS-FORMATTED-AMOUNT
               MOVE SPACES TO WS-STMT-LINE
               STRING "Funds on hold (uncollected deposits): "
                      FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       SHOW-SERVICE-CHARGES.
           *> each SVC_CHG on the listing, broken down with the reason
           *> it was charged - and any fee that was not
           MOVE 0 TO WS-SVC-COUNT, WS-SVC-TOTAL
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT charge_type || ' ' || item_type, "
                  "amount || ';' || waived_amount, reason "
                  "FROM service_charges WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCOUNT-ID)
                  "' AND charge_month = "
                  "date_trunc('month', CURRENT_DATE) "
                  "ORDER BY charge_type DESC, item_type"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-SERVICE-CHARGE UNTIL RC NOT = 0
           IF WS-SVC-COUNT > 0
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-SVC-TOTAL, WS-FORMATTED-AMOUNT
               MOVE SPACES TO WS-STMT-LINE
               STRING "  Total service charges: "
                      FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       SHOW-ONE-SERVICE-CHARGE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SVC-COUNT = 0
               MOVE SPACES TO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
               MOVE "Service charges this month:" TO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF
           ADD 1 TO WS-SVC-COUNT
           MOVE FUNCTION TRIM(C1) TO WS-SVC-LABEL
           MOVE SPACES TO WS-SVC-FIELDS, WS-SVC-AMOUNT-STR,
               WS-SVC-WAIVED-STR
           MOVE FUNCTION TRIM(C2) TO WS-SVC-FIELDS
           UNSTRING WS-SVC-FIELDS DELIMITED BY ";"
               INTO WS-SVC-AMOUNT-STR, WS-SVC-WAIVED-STR
           END-UNSTRING
           COMPUTE WS-SVC-AMOUNT = FUNCTION NUMVAL(WS-SVC-AMOUNT-STR)
           COMPUTE WS-SVC-WAIVED = FUNCTION NUMVAL(WS-SVC-WAIVED-STR)
           ADD WS-SVC-AMOUNT TO WS-SVC-TOTAL
           IF WS-SVC-WAIVED > 0
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-SVC-WAIVED, WS-FORMATTED-AMOUNT
               MOVE SPACES TO WS-STMT-LINE
               STRING "  " WS-SVC-LABEL "  waived "
                      FUNCTION TRIM(WS-FORMATTED-AMOUNT) "  "
                      FUNCTION TRIM(C3)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           ELSE
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-SVC-AMOUNT, WS-FORMATTED-AMOUNT
               MOVE SPACES TO WS-STMT-LINE
               STRING "  " WS-SVC-LABEL "  "
                      FUNCTION TRIM(WS-FORMATTED-AMOUNT) "  "
                      FUNCTION TRIM(C3)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       LOOKUP-CLOSING-BALANCE.
           *> balance matches gl-reconciliation
           IF FULL-HISTORY-ON
               STRING "SELECT COALESCE(SUM(CASE "
                      "WHEN tx_type = ANY('{REVAL,INT_ACCR,LOAN_WO,"
                      "ECL_CHG,ECL_REL,DRAFT_PAID,DRAFT_ESCH}') "
                      "THEN 0 WHEN tx_type = ANY('{WITHDRAW,TRANSFER,"
                      "OVERDRAFT,OVERDRAFT_INT,TAX_WHT,DDEBIT,CHEQUE,"
                      "LOAN_PRIN,LOAN_INT,PAY_FUND,EXT_OUT,LEVY,"
                      "PROVCR_REV,CARD,LOAN_PEN,LOAN_FEE,LOAN_REC,"
                      "WD_EXCESS,NOTICE_PEN,RD_PENALTY,SVC_CHG,DRAFT,"
                      "CHQ_RETURN,RTN_FEE,BILLPAY}') "
                      "THEN -amount ELSE amount END),0) "
                      "FROM (TABLE tx_log UNION ALL "
                      "TABLE tx_log_archive) t "
                      "WHERE account_id = '"
                      FUNCTION TRIM(WS-ACCOUNT-ID)
                      "'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "SELECT COALESCE(SUM(CASE "
                      "WHEN tx_type = ANY('{REVAL,INT_ACCR,LOAN_WO,"
                      "ECL_CHG,ECL_REL,DRAFT_PAID,DRAFT_ESCH}') "
                      "THEN 0 WHEN tx_type = ANY('{WITHDRAW,TRANSFER,"
                      "OVERDRAFT,OVERDRAFT_INT,TAX_WHT,DDEBIT,CHEQUE,"
                      "LOAN_PRIN,LOAN_INT,PAY_FUND,EXT_OUT,LEVY,"
                      "PROVCR_REV,CARD,LOAN_PEN,LOAN_FEE,LOAN_REC,"
                      "WD_EXCESS,NOTICE_PEN,RD_PENALTY,SVC_CHG,DRAFT,"
                      "CHQ_RETURN,RTN_FEE,BILLPAY}') "
                      "THEN -amount ELSE amount END),0) "
                      "FROM tx_log WHERE account_id = '"
                      FUNCTION TRIM(WS-ACCOUNT-ID)
                       OR WS-TX-TYPE = "PAY_FUND"
                       OR WS-TX-TYPE = "EXT_OUT"
                       OR WS-TX-TYPE = "LEVY"
                       OR WS-TX-TYPE = "PROVCR_REV"
                       OR WS-TX-TYPE = "CARD"
                       OR WS-TX-TYPE = "LOAN_PEN"
                       OR WS-TX-TYPE = "LOAN_FEE"
                       OR WS-TX-TYPE = "LOAN_REC"
                       OR WS-TX-TYPE = "WD_EXCESS"
                       OR WS-TX-TYPE = "NOTICE_PEN"
                       OR WS-TX-TYPE = "RD_PENALTY"
                       OR WS-TX-TYPE = "SVC_CHG"
                       OR WS-TX-TYPE = "DRAFT"
                       OR WS-TX-TYPE = "CHQ_RETURN"
                       OR WS-TX-TYPE = "RTN_FEE"
                       OR WS-TX-TYPE = "BILLPAY" THEN
                   COMPUTE WS-SIGNED-AMOUNT = 0 - WS-TX-AMOUNT
               ELSE
                   MOVE WS-TX-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF

               *> REVAL, INT_ACCR, LOAN_WO, the ECL provision rows and
               *> the bank-draft paid/escheated rows are memo-only:
               *> the entry is listed, but it never moved the
               *> account's balance
               IF WS-TX-TYPE NOT = "REVAL"
                  AND WS-TX-TYPE NOT = "INT_ACCR"
                  AND WS-TX-TYPE NOT = "LOAN_WO"
                  AND WS-TX-TYPE NOT = "ECL_CHG"
                  AND WS-TX-TYPE NOT = "ECL_REL"
                  AND WS-TX-TYPE NOT = "DRAFT_PAID"
                  AND WS-TX-TYPE NOT = "DRAFT_ESCH"
                   ADD WS-SIGNED-AMOUNT TO WS-RUNNING-BALANCE
               END-IF

               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-SIGNED-AMOUNT, WS-FORMATTED-AMOUNT
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-RUNNING-BALANCE, WS-RUNNING-FORMATTED
               MOVE SPACES TO WS-STMT-LINE
               STRING WS-TX-TYPE "  " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                      "  " FUNCTION TRIM(WS-RUNNING-FORMATTED) "  "
                      WS-TX-REF
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       OPEN-STATEMENT-FILE.
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           CALL "SYSTEM" USING WS-MKDIR-COMMAND
           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING "build/statements/" FUNCTION TRIM(WS-ACCOUNT-ID)
                  "_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-STATEMENT-FILENAME
           OPEN OUTPUT STATEMENT-FILE
           IF STATEMENT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-STMT-FILE-OPEN
           ELSE
               MOVE 'N' TO WS-STMT-FILE-OPEN
               DISPLAY "WARNING: could not write "
                       FUNCTION TRIM(WS-STATEMENT-FILENAME)
                       " - statement will not reach the print stream."
           END-IF.

       EMIT-STATEMENT-LINE.
           DISPLAY FUNCTION TRIM(WS-STMT-LINE TRAILING)
           IF WS-STMT-FILE-OPEN = 'Y'
               MOVE WS-STMT-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           MOVE SPACES TO WS-STMT-LINE.

       LOG-CAMPAIGN-INSERT.
           *> the print stream packs each campaign's insert with the
           *> envelope carrying this statement
           MOVE SPACES TO WS-INSERT-LOG-FILENAME
           STRING "build/statement_inserts_" WS-BUSINESS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-INSERT-LOG-FILENAME
           OPEN INPUT INSERT-LOG-FILE
           IF INSERT-LOG-STATUS = "35"
               OPEN OUTPUT INSERT-LOG-FILE
               CLOSE INSERT-LOG-FILE
           ELSE
               CLOSE INSERT-LOG-FILE
           END-IF
           OPEN EXTEND INSERT-LOG-FILE
           MOVE SPACES TO INSERT-LOG-RECORD
           STRING FUNCTION TRIM(WS-ACCOUNT-ID) ","
                  FUNCTION TRIM(WS-CAMP-ID)
               DELIMITED BY SIZE INTO INSERT-LOG-RECORD
           WRITE INSERT-LOG-RECORD
           CLOSE INSERT-LOG-FILE.
