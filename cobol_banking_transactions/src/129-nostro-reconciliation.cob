IDENTIFICATION DIVISION.
       PROGRAM-ID. nostro-reconciliation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOSTRO-FILE ASSIGN TO "nostro_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTRO-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "build/nostro_statements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOSTRO-FILE.
       01  NOSTRO-RECORD        PIC X(80).
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD     PIC X(120).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD      PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "nostro-reconciliation".
       01  NOSTRO-FILE-STATUS   PIC XX.
       01  STATEMENT-FILE-STATUS PIC XX.
       01  REGISTER-FILE-STATUS PIC XX.
       01  WS-EOF               PIC X.
       01  WS-STATEMENT-FILENAME PIC X(80).
       01  WS-REPORT-FILENAME   PIC X(80).

       01  WS-COMMAND-LINE      PIC X(200).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-STMT-DATE         PIC X(8).
       01  WS-SQL-DATE          PIC X(10).

       *> one nostro per currency, from nostro_accounts.dat
       01  WS-NOSTRO-TABLE.
           05  WS-NO-ENTRY      OCCURS 20 TIMES.
               10  WS-NO-CCY        PIC X(3).
               10  WS-NO-CORR       PIC X(12).
       01  WS-NO-USED           PIC 9(2) VALUE 0.
       01  WS-NO-IX             PIC 9(2).
       01  WS-NO-SCAN           PIC 9(2).
       01  WS-NO-DUPLICATE      PIC X.
       01  WS-PARM-FIELDS       PIC X(80).
       01  WS-PARM-NAME         PIC X(20).
       01  WS-PARM-VALUE-1      PIC X(15).
       01  WS-PARM-VALUE-2      PIC X(15).
       01  WS-CCY               PIC X(3).
       01  WS-CORR              PIC X(12).
       01  WS-BREAK-ACCOUNT     PIC X(20).

       *> both sides of one nostro: the correspondent's statement
       *> entries (B) and our ledger legs (O), today's plus every
       *> item still open as a break from an earlier day
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY      OCCURS 1000 TIMES.
               10  WS-IT-SIDE       PIC X.
               10  WS-IT-BREAK-ID   PIC X(12).
               10  WS-IT-REF        PIC X(30).
               10  WS-IT-DIR        PIC X.
               10  WS-IT-VDATE      PIC X(8).
               10  WS-IT-AMOUNT     PIC S9(11)V99.
               10  WS-IT-CONFIRMED  PIC X.
               10  WS-IT-MATCHED    PIC X.
               10  WS-IT-HOW        PIC X(10).
       01  WS-IT-USED           PIC 9(4) VALUE 0.
       01  WS-IT-OVERFLOW       PIC X.
       01  WS-BIX               PIC 9(4).
       01  WS-OIX               PIC 9(4).
       01  WS-GIX               PIC 9(4).
       01  WS-FOUND-IX          PIC 9(4).
       01  WS-PASS              PIC 9.
       01  WS-HOW               PIC X(10).
       01  WS-GROUP-SUM         PIC S9(11)V99.
       01  WS-GROUP-COUNT       PIC 9(4).
       01  WS-WANT-SIDE         PIC X.
       01  WS-WANT-DIR          PIC X.
       01  WS-WANT-REF          PIC X(30).
       01  WS-WANT-AMOUNT       PIC S9(11)V99.

       01  WS-NEW-SIDE          PIC X.
       01  WS-NEW-BREAK-ID      PIC X(12).
       01  WS-NEW-REF           PIC X(30).
       01  WS-NEW-DIR           PIC X.
       01  WS-NEW-VDATE         PIC X(8).
       01  WS-NEW-AMOUNT        PIC S9(11)V99.

       01  WS-ST-TAG            PIC X(5).
       01  WS-ST-F2             PIC X(20).
       01  WS-ST-F3             PIC X(20).
       01  WS-ST-F4             PIC X(20).
       01  WS-ST-F5             PIC X(30).
       01  WS-ST-OPENING        PIC S9(11)V99.
       01  WS-ST-CLOSING        PIC S9(11)V99.
       01  WS-ST-NET            PIC S9(11)V99.
       01  WS-ST-HAS-HEADER     PIC X.
       01  WS-ST-HAS-TRAILER    PIC X.
       01  WS-ST-ENTRIES        PIC 9(5).

       01  WS-RG-CCY            PIC X(3).
       01  WS-RG-CORR           PIC X(12).
       01  WS-RG-DATE           PIC X(8).
       01  WS-RG-OPENING        PIC X(20).
       01  WS-RG-CLOSING        PIC X(20).
       01  WS-ALREADY-LOADED    PIC X.
       01  WS-HAS-PRIOR         PIC X.
       01  WS-PRIOR-DATE        PIC X(8).
       01  WS-PRIOR-CLOSING     PIC S9(11)V99.

       01  WS-DETAIL            PIC X(256).
       01  WS-DET-F1            PIC X(30).
       01  WS-DET-F2            PIC X(30).
       01  WS-DET-F3            PIC X(30).
       01  WS-DET-F4            PIC X(30).
       01  WS-DET-F5            PIC X(30).

       *> the position for one nostro
       01  WS-SIGNED            PIC S9(11)V99.
       01  WS-MATCH-EXACT       PIC 9(5).
       01  WS-MATCH-CONFIRMED   PIC 9(5).
       01  WS-MATCH-GROUPED     PIC 9(5).
       01  WS-MATCH-AMOUNT      PIC 9(5).
       01  WS-MATCHED-NET       PIC S9(11)V99.
       01  WS-OURS-OPEN-COUNT   PIC 9(5).
       01  WS-OURS-OPEN-NET     PIC S9(11)V99.
       01  WS-BANK-OPEN-COUNT   PIC 9(5).
       01  WS-BANK-OPEN-NET     PIC S9(11)V99.
       01  WS-MATCHED-CLOSING   PIC S9(11)V99.
       01  WS-LEDGER-CLOSING    PIC S9(11)V99.
       01  WS-NEW-BREAKS        PIC 9(5).
       01  WS-CLEARED-BREAKS    PIC 9(5).
       01  WS-TOTAL-BREAKS      PIC 9(5) VALUE 0.
       01  WS-TOTAL-RECONCILED  PIC 9(3) VALUE 0.
       01  WS-EDIT-A            PIC -(11)9.99.
       01  WS-EDIT-B            PIC -(11)9.99.
       01  WS-SIDE-LABEL        PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           *> an optional YYYYMMDD reruns a late statement day
           MOVE WS-BUSINESS-DATE TO WS-STMT-DATE
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:8) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:8) TO WS-STMT-DATE
           END-IF
           MOVE SPACES TO WS-SQL-DATE
           STRING WS-STMT-DATE(1:4) "-" WS-STMT-DATE(5:2) "-"
                  WS-STMT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE

           PERFORM LOAD-NOSTRO-ACCOUNTS
           IF WS-NO-USED = 0
               DISPLAY "Nostro reconciliation: no nostro accounts in "
                       "nostro_accounts.dat - nothing to do."
               MOVE 0 TO RETURN-CODE
               GOBACK
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

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/nostro_recon_" WS-STMT-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "NOSTRO RECONCILIATION FOR STATEMENT DATE "
                  WS-STMT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM RECONCILE-ONE-NOSTRO
               VARYING WS-NO-IX FROM 1 BY 1
               UNTIL WS-NO-IX > WS-NO-USED
           CLOSE REPORT-FILE

           DISPLAY "Nostro reconciliation: " WS-TOTAL-RECONCILED
                   " of " WS-NO-USED " nostro(s) reconciled, "
                   WS-TOTAL-BREAKS " new break(s) - report in "
                   FUNCTION TRIM(WS-REPORT-FILENAME)

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-NOSTRO-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOSTRO-FILE
           IF NOSTRO-FILE-STATUS = "00"
               PERFORM LOAD-ONE-NOSTRO UNTIL WS-EOF = 'Y'
               CLOSE NOSTRO-FILE
           END-IF.

       LOAD-ONE-NOSTRO.
           READ NOSTRO-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-PARM-FIELDS, WS-PARM-NAME,
                       WS-PARM-VALUE-1, WS-PARM-VALUE-2
                   MOVE FUNCTION TRIM(NOSTRO-RECORD)
                       TO WS-PARM-FIELDS
                   UNSTRING WS-PARM-FIELDS DELIMITED BY ","
                       INTO WS-PARM-NAME, WS-PARM-VALUE-1,
                            WS-PARM-VALUE-2
                   END-UNSTRING
                   IF FUNCTION UPPER-CASE(WS-PARM-NAME) = "NOSTRO"
                       PERFORM ADD-NOSTRO-ACCOUNT
                   END-IF
           END-READ.

       ADD-NOSTRO-ACCOUNT.
           *> the ledger legs are picked by currency, so a second
           *> correspondent in the same currency would see them twice
           MOVE FUNCTION UPPER-CASE(WS-PARM-VALUE-1) TO WS-CCY
           MOVE 'N' TO WS-NO-DUPLICATE
           PERFORM VARYING WS-NO-SCAN FROM 1 BY 1
                   UNTIL WS-NO-SCAN > WS-NO-USED
               IF WS-NO-CCY(WS-NO-SCAN) = WS-CCY
                   MOVE 'Y' TO WS-NO-DUPLICATE
               END-IF
           END-PERFORM
           IF WS-NO-DUPLICATE = 'Y'
               DISPLAY "WARNING: second nostro for " WS-CCY
                       " in nostro_accounts.dat ignored."
               EXIT PARAGRAPH
           END-IF
           IF WS-NO-USED < 20
               ADD 1 TO WS-NO-USED
               MOVE WS-CCY TO WS-NO-CCY(WS-NO-USED)
               MOVE WS-PARM-VALUE-2 TO WS-NO-CORR(WS-NO-USED)
           END-IF.

       RECONCILE-ONE-NOSTRO.
           MOVE WS-NO-CCY(WS-NO-IX) TO WS-CCY
           MOVE WS-NO-CORR(WS-NO-IX) TO WS-CORR
           MOVE SPACES TO WS-BREAK-ACCOUNT
           STRING "NOSTRO " WS-CCY
               DELIMITED BY SIZE INTO WS-BREAK-ACCOUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "=== " WS-CCY " NOSTRO WITH "
                  FUNCTION TRIM(WS-CORR) " ==="
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM READ-STATEMENT-REGISTER
           IF WS-ALREADY-LOADED = 'Y'
               MOVE "  statement already reconciled - skipped."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING "build/nostro_statement_" FUNCTION TRIM(WS-CORR)
                  "_" WS-STMT-DATE ".dat"
               DELIMITED BY SIZE INTO WS-STATEMENT-FILENAME
           INITIALIZE WS-ITEM-TABLE
           MOVE 0 TO WS-IT-USED
           MOVE 'N' TO WS-IT-OVERFLOW
           PERFORM LOAD-STATEMENT
           IF WS-ST-HAS-HEADER = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING "  no statement at "
                      FUNCTION TRIM(WS-STATEMENT-FILENAME)
                      " - nostro not reconciled today."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "WARNING: no " WS-CCY " nostro statement from "
                       FUNCTION TRIM(WS-CORR) " for " WS-STMT-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STATEMENT-BALANCES

           PERFORM LOAD-CARRIED-BREAKS
           PERFORM LOAD-EXTERNAL-LEGS
           PERFORM LOAD-FX-LEGS
           PERFORM REFRESH-ONE-CONFIRMATION
               VARYING WS-OIX FROM 1 BY 1
               UNTIL WS-OIX > WS-IT-USED
           IF WS-IT-OVERFLOW = 'Y'
               MOVE "  WARNING: more than 1000 items - the rest are "
                   TO REPORT-LINE
               MOVE "not in this reconciliation." TO REPORT-LINE(50:)
               WRITE REPORT-LINE
           END-IF

           MOVE 0 TO WS-MATCH-EXACT, WS-MATCH-CONFIRMED,
               WS-MATCH-GROUPED, WS-MATCH-AMOUNT
           MOVE 1 TO WS-PASS
           PERFORM MATCH-ONE-STATEMENT-ITEM
               VARYING WS-BIX FROM 1 BY 1
               UNTIL WS-BIX > WS-IT-USED
           MOVE 2 TO WS-PASS
           PERFORM MATCH-ONE-STATEMENT-ITEM
               VARYING WS-BIX FROM 1 BY 1
               UNTIL WS-BIX > WS-IT-USED
           PERFORM GROUP-OURS-UNDER-BANK
               VARYING WS-BIX FROM 1 BY 1
               UNTIL WS-BIX > WS-IT-USED
           PERFORM GROUP-BANK-UNDER-OURS
               VARYING WS-OIX FROM 1 BY 1
               UNTIL WS-OIX > WS-IT-USED
           MOVE 4 TO WS-PASS
           PERFORM MATCH-ONE-STATEMENT-ITEM
               VARYING WS-BIX FROM 1 BY 1
               UNTIL WS-BIX > WS-IT-USED

           PERFORM REPORT-NOSTRO-POSITION
           PERFORM SETTLE-BREAKS
           PERFORM APPEND-STATEMENT-REGISTER
           ADD 1 TO WS-TOTAL-RECONCILED.

       READ-STATEMENT-REGISTER.
           *> build/nostro_statements.dat carries one line per
           *> statement reconciled: currency|correspondent|date|
           *> opening|closing
           MOVE 'N' TO WS-ALREADY-LOADED
           MOVE 'N' TO WS-HAS-PRIOR
           MOVE SPACES TO WS-PRIOR-DATE
           MOVE 0 TO WS-PRIOR-CLOSING
           MOVE 'N' TO WS-EOF
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM READ-ONE-REGISTER-LINE UNTIL WS-EOF = 'Y'
               CLOSE REGISTER-FILE
           END-IF.

       READ-ONE-REGISTER-LINE.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-RG-CCY, WS-RG-CORR, WS-RG-DATE,
                       WS-RG-OPENING, WS-RG-CLOSING
                   UNSTRING REGISTER-RECORD DELIMITED BY "|"
                       INTO WS-RG-CCY, WS-RG-CORR, WS-RG-DATE,
                            WS-RG-OPENING, WS-RG-CLOSING
                   END-UNSTRING
                   IF WS-RG-CCY = WS-CCY
                       IF WS-RG-DATE = WS-STMT-DATE
                           MOVE 'Y' TO WS-ALREADY-LOADED
                       END-IF
                       IF WS-RG-DATE < WS-STMT-DATE
                          AND WS-RG-DATE > WS-PRIOR-DATE
                           MOVE 'Y' TO WS-HAS-PRIOR
                           MOVE WS-RG-DATE TO WS-PRIOR-DATE
                           COMPUTE WS-PRIOR-CLOSING =
                               FUNCTION NUMVAL(WS-RG-CLOSING)
                       END-IF
                   END-IF
           END-READ.

       LOAD-STATEMENT.
           *> HDR,correspondent,currency,statement-date,opening
           *> ENT,value-date,D|C,amount,reference
           *> TRL,closing
           MOVE 'N' TO WS-ST-HAS-HEADER
           MOVE 'N' TO WS-ST-HAS-TRAILER
           MOVE 0 TO WS-ST-OPENING, WS-ST-CLOSING, WS-ST-NET
           MOVE 0 TO WS-ST-ENTRIES
           MOVE 'N' TO WS-EOF
           OPEN INPUT STATEMENT-FILE
           IF STATEMENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-STATEMENT-LINE UNTIL WS-EOF = 'Y'
           CLOSE STATEMENT-FILE.

       LOAD-ONE-STATEMENT-LINE.
           READ STATEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-ST-TAG, WS-ST-F2, WS-ST-F3,
                       WS-ST-F4, WS-ST-F5
                   UNSTRING STATEMENT-RECORD DELIMITED BY ","
                       INTO WS-ST-TAG, WS-ST-F2, WS-ST-F3, WS-ST-F4,
                            WS-ST-F5
                   END-UNSTRING
                   EVALUATE FUNCTION UPPER-CASE(WS-ST-TAG)
                       WHEN "HDR"
                           MOVE 'Y' TO WS-ST-HAS-HEADER
                           COMPUTE WS-ST-OPENING =
                               FUNCTION NUMVAL(WS-ST-F5)
                           IF FUNCTION UPPER-CASE(WS-ST-F3(1:3))
                                   NOT = WS-CCY
                               DISPLAY "WARNING: statement "
                                   FUNCTION TRIM(WS-STATEMENT-FILENAME)
                                   " is in " WS-ST-F3(1:3)
                                   ", expected " WS-CCY
                           END-IF
                       WHEN "ENT"
                           PERFORM ADD-STATEMENT-ENTRY
                       WHEN "TRL"
                           MOVE 'Y' TO WS-ST-HAS-TRAILER
                           COMPUTE WS-ST-CLOSING =
                               FUNCTION NUMVAL(WS-ST-F2)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       ADD-STATEMENT-ENTRY.
           ADD 1 TO WS-ST-ENTRIES
           MOVE 'B' TO WS-NEW-SIDE
           MOVE SPACES TO WS-NEW-BREAK-ID
           MOVE WS-ST-F2(1:8) TO WS-NEW-VDATE
           MOVE FUNCTION UPPER-CASE(WS-ST-F3(1:1)) TO WS-NEW-DIR
           COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(WS-ST-F4)
           MOVE WS-ST-F5 TO WS-NEW-REF
           IF WS-NEW-DIR = "D"
               SUBTRACT WS-NEW-AMOUNT FROM WS-ST-NET
           ELSE
               ADD WS-NEW-AMOUNT TO WS-ST-NET
           END-IF
           PERFORM ADD-ITEM.

       ADD-ITEM.
           IF WS-IT-USED >= 1000
               MOVE 'Y' TO WS-IT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IT-USED
           MOVE WS-NEW-SIDE TO WS-IT-SIDE(WS-IT-USED)
           MOVE WS-NEW-BREAK-ID TO WS-IT-BREAK-ID(WS-IT-USED)
           MOVE WS-NEW-REF TO WS-IT-REF(WS-IT-USED)
           MOVE WS-NEW-DIR TO WS-IT-DIR(WS-IT-USED)
           MOVE WS-NEW-VDATE TO WS-IT-VDATE(WS-IT-USED)
           MOVE WS-NEW-AMOUNT TO WS-IT-AMOUNT(WS-IT-USED)
           MOVE 'N' TO WS-IT-CONFIRMED(WS-IT-USED)
           MOVE 'N' TO WS-IT-MATCHED(WS-IT-USED)
           MOVE SPACES TO WS-IT-HOW(WS-IT-USED).

       CHECK-STATEMENT-BALANCES.
           *> the statement must prove in itself and follow on from
           *> the last one reconciled
           IF WS-ST-HAS-TRAILER = 'N'
               MOVE "  WARNING: statement has no closing balance "
                   TO REPORT-LINE
               MOVE "(TRL) - closing taken as opening plus entries."
                   TO REPORT-LINE(46:)
               WRITE REPORT-LINE
               COMPUTE WS-ST-CLOSING = WS-ST-OPENING + WS-ST-NET
           END-IF
           IF WS-ST-OPENING + WS-ST-NET NOT = WS-ST-CLOSING
               COMPUTE WS-SIGNED =
                   WS-ST-CLOSING - WS-ST-OPENING - WS-ST-NET
               MOVE WS-SIGNED TO WS-EDIT-A
               MOVE SPACES TO REPORT-LINE
               STRING "  WARNING: statement does not prove - entries "
                      "differ from the balance movement by "
                      FUNCTION TRIM(WS-EDIT-A)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-HAS-PRIOR = 'Y'
              AND WS-PRIOR-CLOSING NOT = WS-ST-OPENING
               MOVE WS-PRIOR-CLOSING TO WS-EDIT-A
               MOVE WS-ST-OPENING TO WS-EDIT-B
               MOVE SPACES TO REPORT-LINE
               STRING "  WARNING: opening " FUNCTION TRIM(WS-EDIT-B)
                      " does not follow the " WS-PRIOR-DATE
                      " closing " FUNCTION TRIM(WS-EDIT-A)
                      " - a statement may be missing."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LOAD-CARRIED-BREAKS.
           *> items left on one side only on an earlier day are still
           *> open breaks; their source reads
           *> "nostro OUR|BANK D|C value-date reference"
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT break_id, source, variance "
                  "FROM recon_breaks WHERE account_id = '"
                  FUNCTION TRIM(WS-BREAK-ACCOUNT)
                  "' AND status <> 'RESOLVED' "
                  "AND source LIKE 'nostro %'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-ONE-CARRIED-BREAK UNTIL RC NOT = 0.

       FETCH-ONE-CARRIED-BREAK.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2,
                   WS-DET-F3, WS-DET-F4, WS-DET-F5
               MOVE FUNCTION TRIM(C2) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ALL SPACE
                   INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4,
                        WS-DET-F5
               END-UNSTRING
               IF WS-DET-F2 = "OUR"
                   MOVE 'O' TO WS-NEW-SIDE
               ELSE
                   MOVE 'B' TO WS-NEW-SIDE
               END-IF
               MOVE FUNCTION TRIM(C1) TO WS-NEW-BREAK-ID
               MOVE WS-DET-F3(1:1) TO WS-NEW-DIR
               MOVE WS-DET-F4(1:8) TO WS-NEW-VDATE
               MOVE WS-DET-F5 TO WS-NEW-REF
               IF WS-NEW-REF = "-"
                   MOVE SPACES TO WS-NEW-REF
               END-IF
               COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(C3)
               IF WS-NEW-AMOUNT < 0
                   COMPUTE WS-NEW-AMOUNT = 0 - WS-NEW-AMOUNT
               END-IF
               PERFORM ADD-ITEM
           END-IF.

       LOAD-EXTERNAL-LEGS.
           *> outbound payments leave through the nostro (debit on
           *> the statement); returns come back through it (credit)
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(t.tx_ref,'') || ';' || "
                  "CASE t.tx_type WHEN 'EXT_OUT' THEN 'D' ELSE 'C' "
                  "END, t.amount, TO_CHAR(t.created_at,'YYYYMMDD') "
                  "FROM tx_log t JOIN accounts a "
                  "ON t.account_id = a.account_id "
                  "WHERE t.tx_type IN ('EXT_OUT','EXT_RET') "
                  "AND t.created_at::date = DATE '" WS-SQL-DATE
                  "' AND COALESCE(a.currency,'USD') = '" WS-CCY "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM QUERY-LEDGER-LEGS.

       LOAD-FX-LEGS.
           *> a transfer whose other leg sits in another currency is
           *> a conversion, bought or sold through the nostro: the
           *> leg in this currency debits or credits it
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(t.tx_ref,'') || ';' || "
                  "CASE t.tx_type WHEN 'TRANSFER' THEN 'D' ELSE 'C' "
                  "END, t.amount, TO_CHAR(t.created_at,'YYYYMMDD') "
                  "FROM tx_log t JOIN accounts a "
                  "ON t.account_id = a.account_id "
                  "WHERE t.tx_type IN ('TRANSFER','TRANSFER_IN') "
                  "AND t.created_at::date = DATE '" WS-SQL-DATE
                  "' AND COALESCE(a.currency,'USD') = '" WS-CCY
                  "' AND t.tx_ref IN (SELECT u.tx_ref FROM tx_log u "
                  "JOIN accounts b ON u.account_id = b.account_id "
                  "WHERE COALESCE(b.currency,'USD') <> '" WS-CCY "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM QUERY-LEDGER-LEGS.

       QUERY-LEDGER-LEGS.
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-ONE-LEDGER-LEG UNTIL RC NOT = 0.

       FETCH-ONE-LEDGER-LEG.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
               MOVE FUNCTION TRIM(C1) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2
               END-UNSTRING
               MOVE 'O' TO WS-NEW-SIDE
               MOVE SPACES TO WS-NEW-BREAK-ID
               MOVE WS-DET-F1 TO WS-NEW-REF
               MOVE WS-DET-F2(1:1) TO WS-NEW-DIR
               COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(C2)
               MOVE FUNCTION TRIM(C3) TO WS-NEW-VDATE
               PERFORM ADD-ITEM
           END-IF.

       REFRESH-ONE-CONFIRMATION.
           *> where settlement-confirm-matcher has confirmed an
           *> outbound item (or its return), the confirmation is the
           *> evidence of when it really passed through the nostro
           IF WS-IT-SIDE(WS-OIX) NOT = 'O'
              OR WS-IT-REF(WS-OIX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT status || ';' || "
                  "COALESCE(TO_CHAR(settled_date,'YYYYMMDD'),'') "
                  "FROM outbound_settlements WHERE tx_ref = '"
                  FUNCTION TRIM(WS-IT-REF(WS-OIX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0
              OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2
           END-UNSTRING
           IF (WS-IT-DIR(WS-OIX) = "D"
                   AND FUNCTION TRIM(WS-DET-F1) = "SETTLED")
              OR (WS-IT-DIR(WS-OIX) = "C"
                   AND FUNCTION TRIM(WS-DET-F1) = "RETURNED")
               MOVE 'Y' TO WS-IT-CONFIRMED(WS-OIX)
               IF WS-DET-F2(1:8) IS NUMERIC
                   MOVE WS-DET-F2(1:8) TO WS-IT-VDATE(WS-OIX)
               END-IF
           END-IF.

       MATCH-ONE-STATEMENT-ITEM.
           *> pass 1: reference, amount and value date all agree
           *> pass 2: reference and amount agree and the payment is
           *>         confirmed settled - the confirmation stands in
           *>         for a value date that differs
           *> pass 4: no reference on one side - amount and value
           *>         date agree
           IF WS-IT-SIDE(WS-BIX) NOT = 'B'
              OR WS-IT-MATCHED(WS-BIX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-OIX FROM 1 BY 1
                   UNTIL WS-OIX > WS-IT-USED
                      OR WS-FOUND-IX > 0
               IF WS-IT-SIDE(WS-OIX) = 'O'
                  AND WS-IT-MATCHED(WS-OIX) NOT = 'Y'
                  AND WS-IT-DIR(WS-OIX) = WS-IT-DIR(WS-BIX)
                  AND WS-IT-AMOUNT(WS-OIX) = WS-IT-AMOUNT(WS-BIX)
                   PERFORM TEST-ONE-PAIR
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PASS
               WHEN 1
                   MOVE "EXACT" TO WS-HOW
                   ADD 1 TO WS-MATCH-EXACT
               WHEN 2
                   MOVE "CONFIRMED" TO WS-HOW
                   ADD 1 TO WS-MATCH-CONFIRMED
               WHEN OTHER
                   MOVE "AMOUNT" TO WS-HOW
                   ADD 1 TO WS-MATCH-AMOUNT
           END-EVALUATE
           MOVE 'Y' TO WS-IT-MATCHED(WS-BIX)
           MOVE WS-HOW TO WS-IT-HOW(WS-BIX)
           MOVE 'Y' TO WS-IT-MATCHED(WS-FOUND-IX)
           MOVE WS-HOW TO WS-IT-HOW(WS-FOUND-IX).

       TEST-ONE-PAIR.
           EVALUATE WS-PASS
               WHEN 1
                   IF WS-IT-REF(WS-BIX) NOT = SPACES
                      AND WS-IT-REF(WS-OIX) = WS-IT-REF(WS-BIX)
                      AND WS-IT-VDATE(WS-OIX) = WS-IT-VDATE(WS-BIX)
                       MOVE WS-OIX TO WS-FOUND-IX
                   END-IF
               WHEN 2
                   IF WS-IT-REF(WS-BIX) NOT = SPACES
                      AND WS-IT-REF(WS-OIX) = WS-IT-REF(WS-BIX)
                      AND WS-IT-CONFIRMED(WS-OIX) = 'Y'
                       MOVE WS-OIX TO WS-FOUND-IX
                   END-IF
               WHEN OTHER
                   IF (WS-IT-REF(WS-BIX) = SPACES
                           OR WS-IT-REF(WS-OIX) = SPACES)
                      AND WS-IT-VDATE(WS-OIX) = WS-IT-VDATE(WS-BIX)
                       MOVE WS-OIX TO WS-FOUND-IX
                   END-IF
           END-EVALUATE.

       GROUP-OURS-UNDER-BANK.
           *> one statement entry settling several of our legs that
           *> carry its reference (a batched payment run)
           IF WS-IT-SIDE(WS-BIX) NOT = 'B'
              OR WS-IT-MATCHED(WS-BIX) = 'Y'
              OR WS-IT-REF(WS-BIX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO WS-WANT-SIDE
           MOVE WS-IT-DIR(WS-BIX) TO WS-WANT-DIR
           MOVE WS-IT-REF(WS-BIX) TO WS-WANT-REF
           MOVE WS-IT-AMOUNT(WS-BIX) TO WS-WANT-AMOUNT
           PERFORM SUM-REFERENCE-GROUP
           IF WS-GROUP-COUNT >= 2 AND WS-GROUP-SUM = WS-WANT-AMOUNT
               PERFORM MARK-REFERENCE-GROUP
               MOVE 'Y' TO WS-IT-MATCHED(WS-BIX)
               MOVE "GROUPED" TO WS-IT-HOW(WS-BIX)
               ADD 1 TO WS-MATCH-GROUPED
           END-IF.

       GROUP-BANK-UNDER-OURS.
           *> one of our legs settled by the correspondent in several
           *> statement entries under the same reference
           IF WS-IT-SIDE(WS-OIX) NOT = 'O'
              OR WS-IT-MATCHED(WS-OIX) = 'Y'
              OR WS-IT-REF(WS-OIX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-WANT-SIDE
           MOVE WS-IT-DIR(WS-OIX) TO WS-WANT-DIR
           MOVE WS-IT-REF(WS-OIX) TO WS-WANT-REF
           MOVE WS-IT-AMOUNT(WS-OIX) TO WS-WANT-AMOUNT
           PERFORM SUM-REFERENCE-GROUP
           IF WS-GROUP-COUNT >= 2 AND WS-GROUP-SUM = WS-WANT-AMOUNT
               PERFORM MARK-REFERENCE-GROUP
               MOVE 'Y' TO WS-IT-MATCHED(WS-OIX)
               MOVE "GROUPED" TO WS-IT-HOW(WS-OIX)
               ADD 1 TO WS-MATCH-GROUPED
           END-IF.

       SUM-REFERENCE-GROUP.
           MOVE 0 TO WS-GROUP-SUM
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM VARYING WS-GIX FROM 1 BY 1
                   UNTIL WS-GIX > WS-IT-USED
               IF WS-IT-SIDE(WS-GIX) = WS-WANT-SIDE
                  AND WS-IT-MATCHED(WS-GIX) NOT = 'Y'
                  AND WS-IT-DIR(WS-GIX) = WS-WANT-DIR
                  AND WS-IT-REF(WS-GIX) = WS-WANT-REF
                   ADD WS-IT-AMOUNT(WS-GIX) TO WS-GROUP-SUM
                   ADD 1 TO WS-GROUP-COUNT
               END-IF
           END-PERFORM.

       MARK-REFERENCE-GROUP.
           PERFORM VARYING WS-GIX FROM 1 BY 1
                   UNTIL WS-GIX > WS-IT-USED
               IF WS-IT-SIDE(WS-GIX) = WS-WANT-SIDE
                  AND WS-IT-MATCHED(WS-GIX) NOT = 'Y'
                  AND WS-IT-DIR(WS-GIX) = WS-WANT-DIR
                  AND WS-IT-REF(WS-GIX) = WS-WANT-REF
                   MOVE 'Y' TO WS-IT-MATCHED(WS-GIX)
                   MOVE "GROUPED" TO WS-IT-HOW(WS-GIX)
               END-IF
           END-PERFORM.

       REPORT-NOSTRO-POSITION.
           MOVE 0 TO WS-MATCHED-NET, WS-OURS-OPEN-NET,
               WS-BANK-OPEN-NET
           MOVE 0 TO WS-OURS-OPEN-COUNT, WS-BANK-OPEN-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  SIDE   D/C VALUE DATE REFERENCE" TO REPORT-LINE
           MOVE "AMOUNT" TO REPORT-LINE(67:)
           MOVE "STATUS" TO REPORT-LINE(81:)
           WRITE REPORT-LINE
           PERFORM REPORT-ONE-ITEM
               VARYING WS-GIX FROM 1 BY 1
               UNTIL WS-GIX > WS-IT-USED

           *> what both sides agree the nostro holds, and what our
           *> ledger says it will hold once the open items clear
           COMPUTE WS-MATCHED-CLOSING = WS-ST-CLOSING - WS-BANK-OPEN-NET
           COMPUTE WS-LEDGER-CLOSING =
               WS-MATCHED-CLOSING + WS-OURS-OPEN-NET

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Matched: " WS-MATCH-EXACT " exact, "
                  WS-MATCH-CONFIRMED " on settlement confirmation, "
                  WS-MATCH-GROUPED " one-to-many, "
                  WS-MATCH-AMOUNT " on amount and value date"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ST-OPENING TO WS-EDIT-A
           MOVE WS-ST-CLOSING TO WS-EDIT-B
           MOVE SPACES TO REPORT-LINE
           STRING "  Statement opening " WS-EDIT-A
                  "   closing " WS-EDIT-B
                  "   entries " WS-ST-ENTRIES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BANK-OPEN-NET TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING "  Unmatched on statement only  " WS-BANK-OPEN-COUNT
                  " item(s)  net " WS-EDIT-A
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OURS-OPEN-NET TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING "  Unmatched in our ledger only " WS-OURS-OPEN-COUNT
                  " item(s)  net " WS-EDIT-A
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MATCHED-CLOSING TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-CCY " MATCHED CLOSING POSITION   "
                  WS-EDIT-A
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LEDGER-CLOSING TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-CCY " LEDGER CLOSING POSITION    "
                  WS-EDIT-A
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-ONE-ITEM.
           IF WS-IT-DIR(WS-GIX) = "D"
               COMPUTE WS-SIGNED = 0 - WS-IT-AMOUNT(WS-GIX)
           ELSE
               MOVE WS-IT-AMOUNT(WS-GIX) TO WS-SIGNED
           END-IF
           IF WS-IT-SIDE(WS-GIX) = 'O'
               MOVE "OURS" TO WS-SIDE-LABEL
           ELSE
               MOVE "BANK" TO WS-SIDE-LABEL
           END-IF
           IF WS-IT-MATCHED(WS-GIX) = 'Y'
               IF WS-IT-SIDE(WS-GIX) = 'B'
                   ADD WS-SIGNED TO WS-MATCHED-NET
               END-IF
           ELSE
               IF WS-IT-SIDE(WS-GIX) = 'O'
                   ADD 1 TO WS-OURS-OPEN-COUNT
                   ADD WS-SIGNED TO WS-OURS-OPEN-NET
               ELSE
                   ADD 1 TO WS-BANK-OPEN-COUNT
                   ADD WS-SIGNED TO WS-BANK-OPEN-NET
               END-IF
           END-IF
           MOVE WS-IT-AMOUNT(WS-GIX) TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SIDE-LABEL " " WS-IT-DIR(WS-GIX) "   "
                  WS-IT-VDATE(WS-GIX) "   " WS-IT-REF(WS-GIX)
                  "   " WS-EDIT-A "  "
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-IT-MATCHED(WS-GIX) = 'Y'
               MOVE WS-IT-HOW(WS-GIX) TO REPORT-LINE(81:)
           ELSE
               IF WS-IT-BREAK-ID(WS-GIX) = SPACES
                   MOVE "UNMATCHED - NEW BREAK" TO REPORT-LINE(81:)
               ELSE
                   MOVE SPACES TO WS-DETAIL
                   STRING "UNMATCHED - BREAK "
                          FUNCTION TRIM(WS-IT-BREAK-ID(WS-GIX))
                       DELIMITED BY SIZE INTO WS-DETAIL
                   MOVE WS-DETAIL TO REPORT-LINE(81:)
               END-IF
           END-IF
           WRITE REPORT-LINE.

       SETTLE-BREAKS.
           *> carried items that matched today are resolved; carried
           *> items still on one side stay open; today's one-sided
           *> items open new breaks
           MOVE 0 TO WS-NEW-BREAKS, WS-CLEARED-BREAKS
           PERFORM SETTLE-ONE-ITEM
               VARYING WS-GIX FROM 1 BY 1
               UNTIL WS-GIX > WS-IT-USED
           ADD WS-NEW-BREAKS TO WS-TOTAL-BREAKS
           MOVE SPACES TO REPORT-LINE
           STRING "  Reconciliation breaks: " WS-NEW-BREAKS
                  " opened, " WS-CLEARED-BREAKS " cleared"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       SETTLE-ONE-ITEM.
           MOVE SPACES TO SQL-COMMAND
           IF WS-IT-BREAK-ID(WS-GIX) NOT = SPACES
               IF WS-IT-MATCHED(WS-GIX) = 'Y'
                   STRING "UPDATE recon_breaks SET status = "
                          "'RESOLVED', last_seen = CURRENT_DATE, "
                          "comment = 'matched on nostro statement "
                          WS-STMT-DATE "' WHERE break_id = "
                          FUNCTION TRIM(WS-IT-BREAK-ID(WS-GIX))
                       DELIMITED BY SIZE INTO SQL-COMMAND
                   ADD 1 TO WS-CLEARED-BREAKS
               ELSE
                   STRING "UPDATE recon_breaks SET last_seen = "
                          "CURRENT_DATE WHERE break_id = "
                          FUNCTION TRIM(WS-IT-BREAK-ID(WS-GIX))
                       DELIMITED BY SIZE INTO SQL-COMMAND
               END-IF
           ELSE
               IF WS-IT-MATCHED(WS-GIX) = 'Y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUILD-NEW-BREAK-INSERT
               ADD 1 TO WS-NEW-BREAKS
           END-IF
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       BUILD-NEW-BREAK-INSERT.
           IF WS-IT-DIR(WS-GIX) = "D"
               COMPUTE WS-SIGNED = 0 - WS-IT-AMOUNT(WS-GIX)
           ELSE
               MOVE WS-IT-AMOUNT(WS-GIX) TO WS-SIGNED
           END-IF
           MOVE WS-SIGNED TO WS-EDIT-A
           IF WS-IT-SIDE(WS-GIX) = 'O'
               MOVE "OUR" TO WS-SIDE-LABEL
           ELSE
               MOVE "BANK" TO WS-SIDE-LABEL
           END-IF
           MOVE WS-IT-REF(WS-GIX) TO WS-NEW-REF
           IF WS-NEW-REF = SPACES
               MOVE "-" TO WS-NEW-REF
           END-IF
           STRING "INSERT INTO recon_breaks (account_id, "
                  "variance, first_seen, last_seen, status, "
                  "source) VALUES ('"
                  FUNCTION TRIM(WS-BREAK-ACCOUNT)
                  "', "
                  FUNCTION TRIM(WS-EDIT-A)
                  ", CURRENT_DATE, CURRENT_DATE, 'OPEN', "
                  "'nostro " FUNCTION TRIM(WS-SIDE-LABEL) " "
                  WS-IT-DIR(WS-GIX) " " WS-IT-VDATE(WS-GIX) " "
                  FUNCTION TRIM(WS-NEW-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND.

       APPEND-STATEMENT-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35" THEN
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
           ELSE
               CLOSE REGISTER-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           MOVE WS-ST-OPENING TO WS-EDIT-A
           MOVE WS-ST-CLOSING TO WS-EDIT-B
           MOVE SPACES TO REGISTER-RECORD
           STRING WS-CCY "|" FUNCTION TRIM(WS-CORR) "|"
                  WS-STMT-DATE "|"
                  FUNCTION TRIM(WS-EDIT-A) "|"
                  FUNCTION TRIM(WS-EDIT-B)
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.
