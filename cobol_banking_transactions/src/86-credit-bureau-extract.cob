IDENTIFICATION DIVISION.
       PROGRAM-ID. credit-bureau-extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-FILE ASSIGN TO "build/loan_arrears_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT BUREAU-FILE ASSIGN TO WS-BUREAU-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE.
       01  STATE-RECORD         PIC X(40).
       FD  REJECT-FILE.
       01  REJECT-RECORD        PIC X(200).
       FD  BUREAU-FILE.
       01  BUREAU-RECORD        PIC X(420).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "credit-bureau-extract".
       01  STATE-FILE-STATUS    PIC XX.
       01  REJECT-FILE-STATUS   PIC XX.
       01  WS-EOF               PIC X.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-PERIOD            PIC X(6).
       01  WS-PERIOD-START      PIC X(10).
       01  WS-MEMBER-ID         PIC X(10) VALUE "BANK000001".
       01  WS-ENV-MEMBER-ID     PIC X(10).
       01  WS-BUREAU-FILE-NAME  PIC X(80).

       *> credit-bureau-extract RESUBMIT [reject-file] re-sends only
       *> the loans the bureau bounced. The bureau's reject file
       *> carries loan-id,reject-code[,reason] per line; its own
       *> HDR/TRL control lines are skipped.
       01  WS-COMMAND-LINE      PIC X(200).
       01  WS-RUN-MODE          PIC X(10).
       01  WS-ARG-FILE          PIC X(80).
       01  WS-RESUBMIT-FLAG     PIC X VALUE 'N'.
           88  RESUBMIT-RUN           VALUE 'Y'.
       01  WS-REJECT-FILE-NAME  PIC X(80)
           VALUE "build/credit_bureau_rejects.dat".
       01  WS-REJECT-TABLE.
           05  WS-REJECT-ENTRY  OCCURS 500 TIMES.
               10  WS-RJ-LOAN       PIC X(20).
               10  WS-RJ-CODE       PIC X(10).
               10  WS-RJ-SENT       PIC X.
       01  WS-REJECT-USED       PIC 9(3) VALUE 0.
       01  WS-REJECT-IX         PIC 9(3).
       01  WS-REJECT-FOUND      PIC 9(3).
       01  WS-RJ-F1             PIC X(20).
       01  WS-RJ-F2             PIC X(20).

       *> worst bucket per loan from the nightly arrears run's state
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY   OCCURS 500 TIMES.
               10  WS-ST-LOAN       PIC X(20).
               10  WS-ST-BUCKET     PIC 9.
       01  WS-STATE-USED        PIC 9(3) VALUE 0.
       01  WS-STATE-IX          PIC 9(3).
       01  WS-STATE-FOUND       PIC 9(3).
       01  WS-STATE-FIELDS      PIC X(40).
       01  WS-STATE-F1          PIC X(20).
       01  WS-STATE-F2          PIC X(5).
       01  WS-STATE-F3          PIC X(2).
       01  WS-STATE-BUCKET      PIC 9.

       *> the reporting population: every open loan, and every loan
       *> settled or charged off since the period began
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY    OCCURS 1000 TIMES.
               10  WS-LN-LOAN       PIC X(20).
               10  WS-LN-ACCOUNT    PIC X(10).
               10  WS-LN-PRODUCT    PIC X(10).
               10  WS-LN-OPENED     PIC X(10).
               10  WS-LN-PRINCIPAL  PIC S9(9)V99.
               10  WS-LN-BALANCE    PIC S9(9)V99.
               10  WS-LN-STATUS     PIC X(12).
       01  WS-LOAN-USED         PIC 9(4) VALUE 0.
       01  WS-LOAN-IX           PIC 9(4).
       01  WS-DETAIL            PIC X(120).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-DET-F4            PIC X(20).
       01  WS-DET-F5            PIC X(20).
       01  WS-PAST-DUE          PIC S9(9)V99.
       01  WS-DPD               PIC 9(5).
       01  WS-CLOSED-DATE       PIC X(10).
       01  WS-DATE-WORK         PIC X(10).
       01  WS-DATE-OUT          PIC X(8).

       *> fixed-layout bureau records - header, one detail per loan
       *> with up to three borrowers, trailer with control totals
       01  WS-BUREAU-HEADER.
           05  BH-REC-TYPE      PIC X(3) VALUE "HDR".
           05  BH-MEMBER-ID     PIC X(10).
           05  BH-PERIOD        PIC X(6).
           05  BH-CREATED       PIC X(8).
           05  BH-FILE-TYPE     PIC X.
           05  FILLER           PIC X(392) VALUE SPACES.
       01  WS-BUREAU-DETAIL.
           05  BD-REC-TYPE      PIC X(3) VALUE "DTL".
           05  BD-LOAN-ID       PIC X(20).
           05  BD-ACCOUNT-ID    PIC X(10).
           05  BD-PRODUCT       PIC X(10).
           05  BD-OPENED        PIC X(8).
           05  BD-CLOSED        PIC X(8).
           05  BD-ORIGINAL      PIC 9(9)V99.
           05  BD-BALANCE       PIC 9(9)V99.
           05  BD-PAST-DUE      PIC 9(9)V99.
           05  BD-DPD           PIC 9(4).
           *> 00 current, 01-04 arrears bucket, PD paid or settled,
           *> CO charged off
           05  BD-STATUS-CODE   PIC X(2).
           05  BD-BORROWER-COUNT PIC 9.
           05  BD-BORROWER      OCCURS 3 TIMES.
               10  BD-ROLE          PIC X.
               10  BD-CUSTOMER-ID   PIC X(10).
               10  BD-NAME          PIC X(40).
               10  BD-ADDRESS       PIC X(50).
           05  FILLER           PIC X(18).
       01  WS-BUREAU-TRAILER.
           05  BT-REC-TYPE      PIC X(3) VALUE "TRL".
           05  BT-RECORD-COUNT  PIC 9(9).
           05  BT-BALANCE-TOTAL PIC 9(13)V99.
           05  BT-PAST-DUE-TOTAL PIC 9(13)V99.
           05  FILLER           PIC X(378) VALUE SPACES.

       01  WS-BORROWER-IX       PIC 9.
       01  WS-RECORD-COUNT      PIC 9(9) VALUE 0.
       01  WS-BALANCE-TOTAL     PIC S9(13)V99 VALUE 0.
       01  WS-PAST-DUE-TOTAL    PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-EDIT        PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-COMMAND-LINE, WS-RUN-MODE, WS-ARG-FILE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE, WS-ARG-FILE
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-RUN-MODE) = "RESUBMIT"
               SET RESUBMIT-RUN TO TRUE
               IF WS-ARG-FILE NOT = SPACES
                   MOVE WS-ARG-FILE TO WS-REJECT-FILE-NAME
               END-IF
               PERFORM LOAD-BUREAU-REJECTS
               IF WS-REJECT-USED = 0
                   DISPLAY "No rejected loans in "
                           FUNCTION TRIM(WS-REJECT-FILE-NAME)
                           " - nothing to resubmit."
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-MEMBER-ID
           ACCEPT WS-ENV-MEMBER-ID FROM ENVIRONMENT "BUREAU_MEMBER_ID"
           IF WS-ENV-MEMBER-ID NOT = SPACES
               MOVE WS-ENV-MEMBER-ID TO WS-MEMBER-ID
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

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2)
                  "-01"
               DELIMITED BY SIZE INTO WS-PERIOD-START

           PERFORM LOAD-ARREARS-STATE
           PERFORM COLLECT-REPORTABLE-LOANS
           IF RETURN-CODE NOT = 0
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF

           PERFORM OPEN-BUREAU-FILE
           PERFORM REPORT-ONE-LOAN
               VARYING WS-LOAN-IX FROM 1 BY 1
               UNTIL WS-LOAN-IX > WS-LOAN-USED
           PERFORM CLOSE-BUREAU-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.

           IF RESUBMIT-RUN
               PERFORM LIST-UNSENT-REJECTS
                   VARYING WS-REJECT-IX FROM 1 BY 1
                   UNTIL WS-REJECT-IX > WS-REJECT-USED
           END-IF
           GOBACK.

       LOAD-BUREAU-REJECTS.
           MOVE 0 TO WS-REJECT-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS NOT = "00"
               DISPLAY "Reject file " FUNCTION TRIM(WS-REJECT-FILE-NAME)
                       " could not be opened."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-REJECT UNTIL WS-EOF = 'Y'
           CLOSE REJECT-FILE.

       LOAD-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-RJ-F1, WS-RJ-F2
                   UNSTRING REJECT-RECORD DELIMITED BY ","
                       INTO WS-RJ-F1, WS-RJ-F2
                   END-UNSTRING
                   IF WS-RJ-F1 NOT = SPACES
                      AND WS-RJ-F1(1:3) NOT = "HDR"
                      AND WS-RJ-F1(1:3) NOT = "TRL"
                      AND WS-REJECT-USED < 500
                       ADD 1 TO WS-REJECT-USED
                       MOVE FUNCTION TRIM(WS-RJ-F1)
                           TO WS-RJ-LOAN(WS-REJECT-USED)
                       MOVE FUNCTION TRIM(WS-RJ-F2)
                           TO WS-RJ-CODE(WS-REJECT-USED)
                       MOVE 'N' TO WS-RJ-SENT(WS-REJECT-USED)
                   END-IF
           END-READ.

       LOAD-ARREARS-STATE.
           MOVE 0 TO WS-STATE-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT STATE-FILE
           IF STATE-FILE-STATUS = "00"
               PERFORM LOAD-ONE-STATE UNTIL WS-EOF = 'Y'
               CLOSE STATE-FILE
           END-IF.

       LOAD-ONE-STATE.
           *> the state file holds one line per overdue installment;
           *> the loan is reported at its worst installment's bucket
           READ STATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-STATE-FIELDS, WS-STATE-F1,
                       WS-STATE-F2, WS-STATE-F3
                   MOVE FUNCTION TRIM(STATE-RECORD) TO WS-STATE-FIELDS
                   UNSTRING WS-STATE-FIELDS DELIMITED BY ","
                       INTO WS-STATE-F1, WS-STATE-F2, WS-STATE-F3
                   END-UNSTRING
                   COMPUTE WS-STATE-BUCKET = FUNCTION NUMVAL(WS-STATE-F3)
                   MOVE 0 TO WS-STATE-FOUND
                   PERFORM VARYING WS-STATE-IX FROM 1 BY 1
                           UNTIL WS-STATE-IX > WS-STATE-USED
                              OR WS-STATE-FOUND > 0
                       IF WS-ST-LOAN(WS-STATE-IX) = WS-STATE-F1
                           MOVE WS-STATE-IX TO WS-STATE-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-STATE-FOUND = 0 AND WS-STATE-USED < 500
                       ADD 1 TO WS-STATE-USED
                       MOVE WS-STATE-USED TO WS-STATE-FOUND
                       MOVE WS-STATE-F1 TO WS-ST-LOAN(WS-STATE-FOUND)
                       MOVE 0 TO WS-ST-BUCKET(WS-STATE-FOUND)
                   END-IF
                   IF WS-STATE-FOUND > 0
                      AND WS-STATE-BUCKET > WS-ST-BUCKET(WS-STATE-FOUND)
                       MOVE WS-STATE-BUCKET
                           TO WS-ST-BUCKET(WS-STATE-FOUND)
                   END-IF
           END-READ.

       COLLECT-REPORTABLE-LOANS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT l.loan_id, l.account_id || ';' || "
                  "l.product_code || ';' || l.start_date || ';' || "
                  "l.principal || ';' || l.principal_balance, "
                  "l.status FROM loans l WHERE l.status = 'ACTIVE' "
                  "OR (l.status IN ('SETTLED','CHARGED_OFF') AND "
                  "COALESCE(l.chargeoff_date, (SELECT MAX(p.paid_date) "
                  "FROM loan_schedule p WHERE p.loan_id = l.loan_id)) "
                  ">= DATE '"
                  WS-PERIOD-START
                  "') ORDER BY l.loan_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "ERROR: loan population could not be read - "
                       "no bureau file produced."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM BUFFER-ONE-LOAN UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-LOAN.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-LOAN-USED < 1000
               ADD 1 TO WS-LOAN-USED
               MOVE FUNCTION TRIM(C1) TO WS-LN-LOAN(WS-LOAN-USED)
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2,
                   WS-DET-F3, WS-DET-F4, WS-DET-F5
               MOVE FUNCTION TRIM(C2) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4,
                        WS-DET-F5
               END-UNSTRING
               MOVE WS-DET-F1 TO WS-LN-ACCOUNT(WS-LOAN-USED)
               MOVE WS-DET-F2 TO WS-LN-PRODUCT(WS-LOAN-USED)
               MOVE WS-DET-F3(1:10) TO WS-LN-OPENED(WS-LOAN-USED)
               COMPUTE WS-LN-PRINCIPAL(WS-LOAN-USED) =
                   FUNCTION NUMVAL(WS-DET-F4)
               COMPUTE WS-LN-BALANCE(WS-LOAN-USED) =
                   FUNCTION NUMVAL(WS-DET-F5)
               MOVE FUNCTION TRIM(C3) TO WS-LN-STATUS(WS-LOAN-USED)
           END-IF.

       REPORT-ONE-LOAN.
           IF RESUBMIT-RUN
               MOVE 0 TO WS-REJECT-FOUND
               PERFORM VARYING WS-REJECT-IX FROM 1 BY 1
                       UNTIL WS-REJECT-IX > WS-REJECT-USED
                          OR WS-REJECT-FOUND > 0
                   IF WS-RJ-LOAN(WS-REJECT-IX) = WS-LN-LOAN(WS-LOAN-IX)
                       MOVE WS-REJECT-IX TO WS-REJECT-FOUND
                   END-IF
               END-PERFORM
               IF WS-REJECT-FOUND = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-RJ-SENT(WS-REJECT-FOUND)
           END-IF

           MOVE SPACES TO WS-BUREAU-DETAIL
           MOVE "DTL" TO BD-REC-TYPE
           MOVE WS-LN-LOAN(WS-LOAN-IX) TO BD-LOAN-ID
           MOVE WS-LN-ACCOUNT(WS-LOAN-IX) TO BD-ACCOUNT-ID
           MOVE WS-LN-PRODUCT(WS-LOAN-IX) TO BD-PRODUCT
           MOVE WS-LN-OPENED(WS-LOAN-IX) TO WS-DATE-WORK
           PERFORM STRIP-DATE-HYPHENS
           MOVE WS-DATE-OUT TO BD-OPENED
           MOVE WS-LN-PRINCIPAL(WS-LOAN-IX) TO BD-ORIGINAL
           MOVE 0 TO WS-PAST-DUE, WS-DPD
           MOVE SPACES TO WS-CLOSED-DATE

           EVALUATE WS-LN-STATUS(WS-LOAN-IX)
               WHEN "ACTIVE"
                   PERFORM PRICE-PAST-DUE
                   MOVE WS-LN-BALANCE(WS-LOAN-IX) TO BD-BALANCE
                   MOVE "00" TO BD-STATUS-CODE
                   MOVE 0 TO WS-STATE-FOUND
                   PERFORM VARYING WS-STATE-IX FROM 1 BY 1
                           UNTIL WS-STATE-IX > WS-STATE-USED
                              OR WS-STATE-FOUND > 0
                       IF WS-ST-LOAN(WS-STATE-IX) =
                               WS-LN-LOAN(WS-LOAN-IX)
                           MOVE WS-STATE-IX TO WS-STATE-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-STATE-FOUND > 0
                       MOVE "0" TO BD-STATUS-CODE(1:1)
                       MOVE WS-ST-BUCKET(WS-STATE-FOUND)
                           TO BD-STATUS-CODE(2:1)
                   END-IF
               WHEN "CHARGED_OFF"
                   *> the bureau sees what is still owed after any
                   *> recoveries, all of it past due
                   PERFORM FETCH-CLOSURE-DETAIL
                   MOVE WS-PAST-DUE TO BD-BALANCE
                   MOVE "CO" TO BD-STATUS-CODE
               WHEN OTHER
                   PERFORM FETCH-CLOSURE-DETAIL
                   MOVE 0 TO WS-PAST-DUE
                   MOVE 0 TO BD-BALANCE
                   MOVE "PD" TO BD-STATUS-CODE
           END-EVALUATE
           MOVE WS-PAST-DUE TO BD-PAST-DUE
           MOVE WS-DPD TO BD-DPD
           MOVE SPACES TO BD-CLOSED
           IF WS-CLOSED-DATE NOT = SPACES
               MOVE WS-CLOSED-DATE TO WS-DATE-WORK
               PERFORM STRIP-DATE-HYPHENS
               MOVE WS-DATE-OUT TO BD-CLOSED
           END-IF

           PERFORM FETCH-BORROWERS
           MOVE WS-BUREAU-DETAIL TO BUREAU-RECORD
           WRITE BUREAU-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD BD-BALANCE TO WS-BALANCE-TOTAL
           ADD BD-PAST-DUE TO WS-PAST-DUE-TOTAL.

       PRICE-PAST-DUE.
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(SUM(principal_due + interest_due),"
                  "0) || ';' || COALESCE(DATE '"
                  WS-SQL-DATE
                  "' - MIN(due_date), 0) FROM loan_schedule "
                  "WHERE loan_id = '"
                  FUNCTION TRIM(WS-LN-LOAN(WS-LOAN-IX))
                  "' AND status = 'DUE' AND due_date < DATE '"
                  WS-SQL-DATE
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               MOVE SPACES TO WS-DET-F1, WS-DET-F2
               UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2
               END-UNSTRING
               COMPUTE WS-PAST-DUE = FUNCTION NUMVAL(WS-DET-F1)
               COMPUTE WS-DPD = FUNCTION NUMVAL(WS-DET-F2)
           END-IF.

       FETCH-CLOSURE-DETAIL.
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(l.chargeoff_date, (SELECT "
                  "MAX(p.paid_date) FROM loan_schedule p "
                  "WHERE p.loan_id = l.loan_id)) || ';' || "
                  "COALESCE(l.chargeoff_amount - "
                  "COALESCE(l.recovered_amount, 0), 0) "
                  "FROM loans l WHERE l.loan_id = '"
                  FUNCTION TRIM(WS-LN-LOAN(WS-LOAN-IX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               MOVE SPACES TO WS-DET-F1, WS-DET-F2
               UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2
               END-UNSTRING
               MOVE WS-DET-F1(1:10) TO WS-CLOSED-DATE
               COMPUTE WS-PAST-DUE = FUNCTION NUMVAL(WS-DET-F2)
               IF WS-PAST-DUE < 0
                   MOVE 0 TO WS-PAST-DUE
               END-IF
           END-IF.

       FETCH-BORROWERS.
           *> the named owners of the loan's account - primary
           *> first, then joint; signatories are not borrowers.
           *> Accounts predating the owner registry report their
           *> single customer_id.
           MOVE 0 TO BD-BORROWER-COUNT
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT o.owner_role, c.customer_id || ';' || "
                  "c.name, COALESCE(c.address, '') "
                  "FROM account_owners o JOIN customers c "
                  "ON o.customer_id = c.customer_id "
                  "WHERE o.account_id = '"
                  FUNCTION TRIM(WS-LN-ACCOUNT(WS-LOAN-IX))
                  "' AND o.owner_role <> 'SIGNATORY' "
                  "ORDER BY o.owner_role DESC, c.customer_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT NOT = NULL-PTR
               PERFORM FETCH-ONE-BORROWER UNTIL RC NOT = 0
           END-IF
           IF BD-BORROWER-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT 'PRIMARY', c.customer_id || ';' || c.name, "
                  "COALESCE(c.address, '') FROM accounts a "
                  "JOIN customers c ON a.customer_id = c.customer_id "
                  "WHERE a.account_id = '"
                  FUNCTION TRIM(WS-LN-ACCOUNT(WS-LOAN-IX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT NOT = NULL-PTR
               PERFORM FETCH-ONE-BORROWER UNTIL RC NOT = 0
           END-IF.

       FETCH-ONE-BORROWER.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND BD-BORROWER-COUNT < 3
               ADD 1 TO BD-BORROWER-COUNT
               MOVE BD-BORROWER-COUNT TO WS-BORROWER-IX
               MOVE C1(1:1) TO BD-ROLE(WS-BORROWER-IX)
               MOVE SPACES TO WS-DETAIL, WS-DET-F1
               MOVE FUNCTION TRIM(C2) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, BD-NAME(WS-BORROWER-IX)
               END-UNSTRING
               MOVE WS-DET-F1 TO BD-CUSTOMER-ID(WS-BORROWER-IX)
               MOVE FUNCTION TRIM(C3) TO BD-ADDRESS(WS-BORROWER-IX)
           END-IF.

       STRIP-DATE-HYPHENS.
           MOVE SPACES TO WS-DATE-OUT
           IF WS-DATE-WORK NOT = SPACES
               STRING WS-DATE-WORK(1:4) WS-DATE-WORK(6:2)
                      WS-DATE-WORK(9:2)
                   DELIMITED BY SIZE INTO WS-DATE-OUT
           END-IF.

       OPEN-BUREAU-FILE.
           MOVE SPACES TO WS-BUREAU-FILE-NAME
           IF RESUBMIT-RUN
               STRING "build/credit_bureau_" WS-PERIOD "_resub_"
                      WS-BUSINESS-DATE ".dat"
                   DELIMITED BY SIZE INTO WS-BUREAU-FILE-NAME
               MOVE "R" TO BH-FILE-TYPE
           ELSE
               STRING "build/credit_bureau_" WS-PERIOD ".dat"
                   DELIMITED BY SIZE INTO WS-BUREAU-FILE-NAME
               MOVE "O" TO BH-FILE-TYPE
           END-IF
           OPEN OUTPUT BUREAU-FILE
           MOVE WS-MEMBER-ID TO BH-MEMBER-ID
           MOVE WS-PERIOD TO BH-PERIOD
           MOVE WS-BUSINESS-DATE TO BH-CREATED
           MOVE WS-BUREAU-HEADER TO BUREAU-RECORD
           WRITE BUREAU-RECORD.

       CLOSE-BUREAU-FILE.
           MOVE WS-RECORD-COUNT TO BT-RECORD-COUNT
           MOVE WS-BALANCE-TOTAL TO BT-BALANCE-TOTAL
           MOVE WS-PAST-DUE-TOTAL TO BT-PAST-DUE-TOTAL
           MOVE WS-BUREAU-TRAILER TO BUREAU-RECORD
           WRITE BUREAU-RECORD
           CLOSE BUREAU-FILE
           MOVE WS-BALANCE-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Credit bureau file " FUNCTION TRIM(WS-BUREAU-FILE-NAME)
                   ": " WS-RECORD-COUNT " loan record(s), balances "
                   FUNCTION TRIM(WS-TOTAL-EDIT) ".".

       LIST-UNSENT-REJECTS.
           IF WS-RJ-SENT(WS-REJECT-IX) = 'N'
               DISPLAY "NOT RESENT: loan "
                       FUNCTION TRIM(WS-RJ-LOAN(WS-REJECT-IX))
                       " (bureau code "
                       FUNCTION TRIM(WS-RJ-CODE(WS-REJECT-IX))
                       ") is outside this period's reporting population"
           END-IF.
