IDENTIFICATION DIVISION.
       PROGRAM-ID. data-quality-scorecard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO "build/dq_scorecard_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO WS-WORKLIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKLIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).
       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD      PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "data-quality-scorecard".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 14.

       01  HISTORY-FILE-STATUS  PIC XX.
       01  REPORT-FILE-STATUS   PIC XX.
       01  WORKLIST-FILE-STATUS PIC XX.
       01  WS-EOF               PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).
       01  WS-WORKLIST-FILENAME PIC X(80).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-PERIOD            PIC X(6).

       *> The rules scored each month. Customer rules run over
       *> active customers, account rules over accounts not closed,
       *> the owner rule over joint accounts; the population is what
       *> the score is a percentage of.
       01  WS-RULE-DEFINITIONS.
           05  FILLER PIC X(44)
               VALUE "DQ01CNo current address on file             ".
           05  FILLER PIC X(44)
               VALUE "DQ02CPhone number blank                     ".
           05  FILLER PIC X(44)
               VALUE "DQ03CEmail address blank                    ".
           05  FILLER PIC X(44)
               VALUE "DQ04CName all upper or all lower case       ".
           05  FILLER PIC X(44)
               VALUE "DQ05CName blank or holding junk characters  ".
           05  FILLER PIC X(44)
               VALUE "DQ06AAccount has no branch_code             ".
           05  FILLER PIC X(44)
               VALUE "DQ07AAccount has no product_code            ".
           05  FILLER PIC X(44)
               VALUE "DQ08JJoint account with no PRIMARY owner    ".
       01  WS-RULE-TABLE REDEFINES WS-RULE-DEFINITIONS.
           05  WS-RULE-ENTRY OCCURS 8 TIMES.
               10  WS-RULE-ID       PIC X(4).
               10  WS-RULE-BASE     PIC X.
                   88  RULE-ON-CUSTOMERS      VALUE "C".
                   88  RULE-ON-ACCOUNTS       VALUE "A".
                   88  RULE-ON-JOINT          VALUE "J".
               10  WS-RULE-DESC     PIC X(39).
       01  WS-RULE-COUNT        PIC 9(2) VALUE 8.
       01  WS-RULE-IX           PIC 9(2).
       01  WS-RULE-RESULTS.
           05  WS-RULE-RESULT OCCURS 8 TIMES.
               10  WS-RES-EXCEPTIONS PIC 9(7).
               10  WS-RES-POPULATION PIC 9(7).
               10  WS-RES-PRIOR      PIC 9(7).
               10  WS-RES-PRIOR-FLAG PIC X.

       01  WS-POP-CUSTOMERS     PIC 9(7) VALUE 0.
       01  WS-POP-ACCOUNTS      PIC 9(7) VALUE 0.
       01  WS-POP-JOINT         PIC 9(7) VALUE 0.
       01  WS-TOTAL-EXCEPTIONS  PIC 9(7) VALUE 0.
       01  WS-PRIOR-TOTAL       PIC 9(7) VALUE 0.
       01  WS-BRANCH-EXPR       PIC X(120).

       *> Exceptions are held until every rule has run, then burst
       *> by branch. Each carries the maintenance line that fixes
       *> it; a line ending in a comma needs the corrected value
       *> keyed before the worklist is submitted.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXC-ENTRY OCCURS 5000 TIMES.
               10  WS-EXC-BRANCH    PIC X(10).
               10  WS-EXC-RULE      PIC X(4).
               10  WS-EXC-KEY       PIC X(12).
               10  WS-EXC-LINE      PIC X(120).
       01  WS-EXC-USED          PIC 9(5) VALUE 0.
       01  WS-EXC-IX            PIC 9(5).
       01  WS-EXC-DROPPED       PIC 9(7) VALUE 0.

       01  WS-BRANCH-TABLE.
           05  WS-BR-CODE       PIC X(10) OCCURS 200 TIMES.
       01  WS-BR-USED           PIC 9(3) VALUE 0.
       01  WS-BR-IX             PIC 9(3).
       01  WS-BR-FOUND          PIC X.
       01  WS-BR-LINES          PIC 9(5).
       01  WS-WORKLISTS-WRITTEN PIC 9(3) VALUE 0.

       *> build/dq_scorecard_history.dat: period,rule,exceptions,
       *> population - one line per rule per month. A rerun in the
       *> same month replaces that month's lines.
       01  WS-HISTORY-TABLE.
           05  WS-HIST-ENTRY OCCURS 1200 TIMES.
               10  WS-HIST-PERIOD   PIC X(6).
               10  WS-HIST-RULE     PIC X(4).
               10  WS-HIST-EXC      PIC 9(7).
               10  WS-HIST-POP      PIC 9(7).
       01  WS-HIST-USED         PIC 9(4) VALUE 0.
       01  WS-HIST-IX           PIC 9(4).
       01  WS-HIST-FIELDS       PIC X(80).
       01  WS-HIST-F1           PIC X(10).
       01  WS-HIST-F2           PIC X(10).
       01  WS-HIST-F3           PIC X(10).
       01  WS-HIST-F4           PIC X(10).
       01  WS-PRIOR-PERIOD      PIC X(6) VALUE SPACES.

       01  WS-SCORE             PIC 9(3)V9.
       01  WS-SCORE-DSP         PIC ZZ9.9.
       01  WS-CHANGE            PIC S9(7).
       01  WS-CHANGE-DSP        PIC +(6)9.
       01  WS-COUNT-DSP         PIC Z(6)9.
       01  WS-POP-DSP           PIC Z(6)9.
       01  WS-PRIOR-DSP         PIC Z(6)9.
       01  WS-EDIT-NUM          PIC 9(7).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "data-quality-scorecard".
           05  WS-ENT-RESULT    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL STATIC "GET-OPERATOR-ID" USING WS-ENT-OPERATOR
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ENT-KIND, WS-ENT-OPERATOR, WS-ENT-OBJECT,
                     WS-ENT-RESULT
           IF WS-ENT-RESULT NOT = "Y"
               DISPLAY "ABORT: operator "
                       FUNCTION TRIM(WS-ENT-OPERATOR)
                       " is not entitled to run "
                       FUNCTION TRIM(WS-ENT-OBJECT)
               MOVE 4 TO RETURN-CODE
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

           CALL STATIC "CHECK-SCHEMA-VERSION"
               USING WS-ERROR-SOURCE, DBH, WS-SCHEMA-MIN-VERSION,
                     DB-SCHEMA-FOUND, DB-SCHEMA-RESULT
           IF NOT DB-SCHEMA-OK
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD

           *> a customer's branch is the lowest branch among the
           *> accounts they hold; no account or no branch goes to HQ
           MOVE SPACES TO WS-BRANCH-EXPR
           STRING "COALESCE((SELECT MIN(NULLIF(TRIM(a.branch_code),"
                  "'')) FROM accounts a WHERE a.customer_id = "
                  "c.customer_id),'HQ')"
               DELIMITED BY SIZE INTO WS-BRANCH-EXPR

           PERFORM COUNT-POPULATIONS
           PERFORM RUN-ONE-RULE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.

           PERFORM LOAD-SCORE-HISTORY
           PERFORM WRITE-SCORECARD-REPORT
           PERFORM SAVE-SCORE-HISTORY
           PERFORM WRITE-BRANCH-WORKLISTS

           MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-DSP
           DISPLAY "Data-quality scorecard " WS-PERIOD ": "
                   FUNCTION TRIM(WS-COUNT-DSP) " exception(s), "
                   WS-WORKLISTS-WRITTEN " branch worklist(s) - see "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           IF WS-EXC-DROPPED > 0
               MOVE WS-EXC-DROPPED TO WS-COUNT-DSP
               DISPLAY "WARNING: " FUNCTION TRIM(WS-COUNT-DSP)
                       " exception(s) beyond the worklist capacity "
                       "were counted but not listed."
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       COUNT-POPULATIONS.
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COUNT(*) FROM customers "
                  "WHERE COALESCE(status,'ACTIVE') = 'ACTIVE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-COUNT-QUERY
           MOVE WS-EDIT-NUM TO WS-POP-CUSTOMERS

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COUNT(*) FROM accounts "
                  "WHERE COALESCE(status,'OPEN') <> 'CLOSED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-COUNT-QUERY
           MOVE WS-EDIT-NUM TO WS-POP-ACCOUNTS

           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COUNT(*) FROM accounts a "
                  "WHERE COALESCE(a.status,'OPEN') <> 'CLOSED' "
                  "AND EXISTS (SELECT 1 FROM account_owners o "
                  "WHERE o.account_id = a.account_id "
                  "AND o.owner_role = 'JOINT')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM RUN-COUNT-QUERY
           MOVE WS-EDIT-NUM TO WS-POP-JOINT.

       RUN-COUNT-QUERY.
           MOVE 0 TO WS-EDIT-NUM
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SINGLE-RESULT-BUFFER) IS NUMERIC
               COMPUTE WS-EDIT-NUM =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF.

       RUN-ONE-RULE.
           MOVE 0 TO WS-RES-EXCEPTIONS(WS-RULE-IX)
           EVALUATE TRUE
               WHEN RULE-ON-CUSTOMERS(WS-RULE-IX)
                   MOVE WS-POP-CUSTOMERS
                       TO WS-RES-POPULATION(WS-RULE-IX)
               WHEN RULE-ON-ACCOUNTS(WS-RULE-IX)
                   MOVE WS-POP-ACCOUNTS
                       TO WS-RES-POPULATION(WS-RULE-IX)
               WHEN OTHER
                   MOVE WS-POP-JOINT
                       TO WS-RES-POPULATION(WS-RULE-IX)
           END-EVALUATE
           PERFORM BUILD-RULE-QUERY
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RC
           PERFORM FETCH-ONE-EXCEPTION UNTIL RC NOT = 0
           ADD WS-RES-EXCEPTIONS(WS-RULE-IX) TO WS-TOTAL-EXCEPTIONS.

       BUILD-RULE-QUERY.
           *> each query returns branch, the customer or account the
           *> exception is on, and the maintenance line that fixes it
           MOVE SPACES TO SQL-COMMAND
           EVALUATE WS-RULE-ID(WS-RULE-IX)
               WHEN "DQ01"
                   STRING "SELECT " FUNCTION TRIM(WS-BRANCH-EXPR)
                          ", c.customer_id, 'CUSTMAINT,' || "
                          "c.customer_id || ',ADDRESS,' "
                          "FROM customers c WHERE COALESCE(c.status,"
                          "'ACTIVE') = 'ACTIVE' AND COALESCE(TRIM(("
                          "SELECT h.address FROM "
                          "customer_address_history h WHERE "
                          "h.customer_id = c.customer_id ORDER BY "
                          "h.effective_from DESC LIMIT 1)),'') = '' "
                          "ORDER BY 1, 2"
                       DELIMITED BY SIZE INTO SQL-COMMAND
               WHEN "DQ02"
                   STRING "SELECT " FUNCTION TRIM(WS-BRANCH-EXPR)
                          ", c.customer_id, 'CUSTMAINT,' || "
                          "c.customer_id || ',PHONE,' "
                          "FROM customers c WHERE COALESCE(c.status,"
                          "'ACTIVE') = 'ACTIVE' AND "
                          "COALESCE(TRIM(c.phone),'') = '' "
                          "ORDER BY 1, 2"
                       DELIMITED BY SIZE INTO SQL-COMMAND
               WHEN "DQ03"
                   STRING "SELECT " FUNCTION TRIM(WS-BRANCH-EXPR)
                          ", c.customer_id, 'CUSTMAINT,' || "
                          "c.customer_id || ',EMAIL,' "
                          "FROM customers c WHERE COALESCE(c.status,"
                          "'ACTIVE') = 'ACTIVE' AND "
                          "COALESCE(TRIM(c.email),'') = '' "
                          "ORDER BY 1, 2"
                       DELIMITED BY SIZE INTO SQL-COMMAND
               WHEN "DQ04"
                   *> the suggested correction is the name in
                   *> initial capitals - the branch confirms it
                   STRING "SELECT " FUNCTION TRIM(WS-BRANCH-EXPR)
                          ", c.customer_id, 'CUSTMAINT,' || "
                          "c.customer_id || ',NAME,' || "
                          "initcap(TRIM(c.name)) "
                          "FROM customers c WHERE COALESCE(c.status,"
                          "'ACTIVE') = 'ACTIVE' AND c.name ~ "
                          "'[A-Za-z]{2}' AND c.name !~ "
                          "'[^A-Za-z .''-]' AND (c.name = "
                          "upper(c.name) OR c.name = lower(c.name)) "
                          "ORDER BY 1, 2"
                       DELIMITED BY SIZE INTO SQL-COMMAND
               WHEN "DQ05"
                   STRING "SELECT " FUNCTION TRIM(WS-BRANCH-EXPR)
                          ", c.customer_id, 'CUSTMAINT,' || "
                          "c.customer_id || ',NAME,' || initcap(TRIM("
                          "regexp_replace(COALESCE(c.name,''),"
                          "'[^A-Za-z .''-]+',' ','g'))) "
                          "FROM customers c WHERE COALESCE(c.status,"
                          "'ACTIVE') = 'ACTIVE' AND (COALESCE(TRIM("
                          "c.name),'') = '' OR c.name ~ "
                          "'[^A-Za-z .''-]') ORDER BY 1, 2"
                       DELIMITED BY SIZE INTO SQL-COMMAND
               WHEN "DQ06"
                   *> no maintenance line sets an account's branch -
                   *> these are listed on the scorecard for HQ
                   STRING "SELECT 'HQ', a.account_id, '' "
                          "FROM accounts a WHERE COALESCE(a.status,"
                          "'OPEN') <> 'CLOSED' AND "
                          "COALESCE(TRIM(a.branch_code),'') = '' "
                          "ORDER BY 2"
                       DELIMITED BY SIZE INTO SQL-COMMAND
               WHEN "DQ07"
                   STRING "SELECT COALESCE(NULLIF(TRIM(a.branch_code),"
                          "''),'HQ'), a.account_id, 'PRODMIGRATE,' || "
                          "a.account_id || ',' "
                          "FROM accounts a WHERE COALESCE(a.status,"
                          "'OPEN') <> 'CLOSED' AND "
                          "COALESCE(TRIM(a.product_code),'') = '' "
                          "ORDER BY 1, 2"
                       DELIMITED BY SIZE INTO SQL-COMMAND
               WHEN "DQ08"
                   *> the account's own customer is proposed as the
                   *> primary owner
                   STRING "SELECT COALESCE(NULLIF(TRIM(a.branch_code),"
                          "''),'HQ'), a.account_id, 'OWNERMAINT,' || "
                          "a.account_id || ',' || "
                          "COALESCE(a.customer_id::text,'') || "
                          "',PRIMARY' FROM accounts a WHERE "
                          "COALESCE(a.status,'OPEN') <> 'CLOSED' AND "
                          "EXISTS (SELECT 1 FROM account_owners o "
                          "WHERE o.account_id = a.account_id AND "
                          "o.owner_role = 'JOINT') AND NOT EXISTS ("
                          "SELECT 1 FROM account_owners p WHERE "
                          "p.account_id = a.account_id AND "
                          "p.owner_role = 'PRIMARY') ORDER BY 1, 2"
                       DELIMITED BY SIZE INTO SQL-COMMAND
           END-EVALUATE.

       FETCH-ONE-EXCEPTION.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RES-EXCEPTIONS(WS-RULE-IX)
           IF WS-EXC-USED >= 5000
               ADD 1 TO WS-EXC-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXC-USED
           MOVE FUNCTION TRIM(C1) TO WS-EXC-BRANCH(WS-EXC-USED)
           MOVE WS-RULE-ID(WS-RULE-IX) TO WS-EXC-RULE(WS-EXC-USED)
           MOVE FUNCTION TRIM(C2) TO WS-EXC-KEY(WS-EXC-USED)
           MOVE FUNCTION TRIM(C3) TO WS-EXC-LINE(WS-EXC-USED).

       LOAD-SCORE-HISTORY.
           MOVE 0 TO WS-HIST-USED
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-ONE-HISTORY-LINE UNTIL WS-EOF = 'Y'
           CLOSE HISTORY-FILE
           *> last month scored is the latest period before this one
           PERFORM FIND-PRIOR-PERIOD
               VARYING WS-HIST-IX FROM 1 BY 1
               UNTIL WS-HIST-IX > WS-HIST-USED
           PERFORM TAKE-PRIOR-COUNT
               VARYING WS-HIST-IX FROM 1 BY 1
               UNTIL WS-HIST-IX > WS-HIST-USED.

       READ-ONE-HISTORY-LINE.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           IF HISTORY-RECORD = SPACES OR WS-HIST-USED >= 1200
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-F1, WS-HIST-F2, WS-HIST-F3,
               WS-HIST-F4
           MOVE FUNCTION TRIM(HISTORY-RECORD) TO WS-HIST-FIELDS
           UNSTRING WS-HIST-FIELDS DELIMITED BY ","
               INTO WS-HIST-F1, WS-HIST-F2, WS-HIST-F3, WS-HIST-F4
           END-UNSTRING
           IF WS-HIST-F1(1:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-USED
           MOVE WS-HIST-F1(1:6) TO WS-HIST-PERIOD(WS-HIST-USED)
           MOVE WS-HIST-F2(1:4) TO WS-HIST-RULE(WS-HIST-USED)
           COMPUTE WS-HIST-EXC(WS-HIST-USED) =
               FUNCTION NUMVAL(WS-HIST-F3)
           COMPUTE WS-HIST-POP(WS-HIST-USED) =
               FUNCTION NUMVAL(WS-HIST-F4).

       FIND-PRIOR-PERIOD.
           IF WS-HIST-PERIOD(WS-HIST-IX) < WS-PERIOD
              AND (WS-PRIOR-PERIOD = SPACES
                   OR WS-HIST-PERIOD(WS-HIST-IX) > WS-PRIOR-PERIOD)
               MOVE WS-HIST-PERIOD(WS-HIST-IX) TO WS-PRIOR-PERIOD
           END-IF.

       TAKE-PRIOR-COUNT.
           IF WS-HIST-PERIOD(WS-HIST-IX) NOT = WS-PRIOR-PERIOD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > WS-RULE-COUNT
               IF WS-RULE-ID(WS-RULE-IX) = WS-HIST-RULE(WS-HIST-IX)
                   MOVE WS-HIST-EXC(WS-HIST-IX)
                       TO WS-RES-PRIOR(WS-RULE-IX)
                   MOVE 'Y' TO WS-RES-PRIOR-FLAG(WS-RULE-IX)
                   ADD WS-HIST-EXC(WS-HIST-IX) TO WS-PRIOR-TOTAL
               END-IF
           END-PERFORM.

       WRITE-SCORECARD-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/dq_scorecard_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER AND ACCOUNT MASTER DATA-QUALITY SCORECARD"
                  " - period " WS-PERIOD
                  " (business date " WS-BUSINESS-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-PRIOR-PERIOD = SPACES
               MOVE "No earlier month on file - trend starts here."
                   TO REPORT-LINE
           ELSE
               STRING "Change is against period " WS-PRIOR-PERIOD
                      "; a negative change is an improvement."
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RULE DESCRIPTION                             "
                  "POPULATION EXCEPTIONS  SCORE%    PRIOR   CHANGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-RULE-LINE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-DSP
           MOVE SPACES TO REPORT-LINE
           IF WS-PRIOR-PERIOD = SPACES
               STRING "Total exceptions: " FUNCTION TRIM(WS-COUNT-DSP)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               COMPUTE WS-CHANGE = WS-TOTAL-EXCEPTIONS - WS-PRIOR-TOTAL
               MOVE WS-CHANGE TO WS-CHANGE-DSP
               STRING "Total exceptions: " FUNCTION TRIM(WS-COUNT-DSP)
                      " (" FUNCTION TRIM(WS-CHANGE-DSP)
                      " on " WS-PRIOR-PERIOD ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           *> accounts with no branch have no branch to work them
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DQ06 accounts for head office to assign a branch:"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LIST-UNBRANCHED-ACCOUNT
               VARYING WS-EXC-IX FROM 1 BY 1
               UNTIL WS-EXC-IX > WS-EXC-USED
           CLOSE REPORT-FILE.

       WRITE-ONE-RULE-LINE.
           IF WS-RES-POPULATION(WS-RULE-IX) = 0
               MOVE 100 TO WS-SCORE
           ELSE
               COMPUTE WS-SCORE ROUNDED =
                   (WS-RES-POPULATION(WS-RULE-IX)
                    - WS-RES-EXCEPTIONS(WS-RULE-IX)) * 100
                   / WS-RES-POPULATION(WS-RULE-IX)
           END-IF
           MOVE WS-SCORE TO WS-SCORE-DSP
           MOVE WS-RES-POPULATION(WS-RULE-IX) TO WS-POP-DSP
           MOVE WS-RES-EXCEPTIONS(WS-RULE-IX) TO WS-COUNT-DSP
           MOVE SPACES TO REPORT-LINE
           IF WS-RES-PRIOR-FLAG(WS-RULE-IX) = 'Y'
               MOVE WS-RES-PRIOR(WS-RULE-IX) TO WS-PRIOR-DSP
               COMPUTE WS-CHANGE = WS-RES-EXCEPTIONS(WS-RULE-IX)
                   - WS-RES-PRIOR(WS-RULE-IX)
               MOVE WS-CHANGE TO WS-CHANGE-DSP
               STRING WS-RULE-ID(WS-RULE-IX) " "
                      WS-RULE-DESC(WS-RULE-IX) "    "
                      WS-POP-DSP "    " WS-COUNT-DSP "   "
                      WS-SCORE-DSP "  " WS-PRIOR-DSP "  "
                      WS-CHANGE-DSP
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-RULE-ID(WS-RULE-IX) " "
                      WS-RULE-DESC(WS-RULE-IX) "    "
                      WS-POP-DSP "    " WS-COUNT-DSP "   "
                      WS-SCORE-DSP "        -        -"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       LIST-UNBRANCHED-ACCOUNT.
           IF WS-EXC-RULE(WS-EXC-IX) = "DQ06"
               MOVE SPACES TO REPORT-LINE
               STRING "  account " FUNCTION TRIM(WS-EXC-KEY(WS-EXC-IX))
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       SAVE-SCORE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: scorecard history not saved."
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-ONE-HISTORY-LINE
               VARYING WS-HIST-IX FROM 1 BY 1
               UNTIL WS-HIST-IX > WS-HIST-USED
           PERFORM WRITE-CURRENT-HISTORY-LINE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT
           CLOSE HISTORY-FILE.

       REWRITE-ONE-HISTORY-LINE.
           IF WS-HIST-PERIOD(WS-HIST-IX) = WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIST-EXC(WS-HIST-IX) TO WS-COUNT-DSP
           MOVE WS-HIST-POP(WS-HIST-IX) TO WS-POP-DSP
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-HIST-PERIOD(WS-HIST-IX) ","
                  WS-HIST-RULE(WS-HIST-IX) ","
                  FUNCTION TRIM(WS-COUNT-DSP) ","
                  FUNCTION TRIM(WS-POP-DSP)
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD.

       WRITE-CURRENT-HISTORY-LINE.
           MOVE WS-RES-EXCEPTIONS(WS-RULE-IX) TO WS-COUNT-DSP
           MOVE WS-RES-POPULATION(WS-RULE-IX) TO WS-POP-DSP
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-PERIOD "," WS-RULE-ID(WS-RULE-IX) ","
                  FUNCTION TRIM(WS-COUNT-DSP) ","
                  FUNCTION TRIM(WS-POP-DSP)
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD.

       WRITE-BRANCH-WORKLISTS.
           *> build/dq_worklist_<branch>_<period>.dat per branch: the
           *> maintenance lines, ready to key the missing values into
           *> and submit with the branch's next batch
           PERFORM NOTE-EXCEPTION-BRANCH
               VARYING WS-EXC-IX FROM 1 BY 1
               UNTIL WS-EXC-IX > WS-EXC-USED
           PERFORM WRITE-ONE-WORKLIST
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-USED.

       NOTE-EXCEPTION-BRANCH.
           IF WS-EXC-LINE(WS-EXC-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-USED OR WS-BR-FOUND = 'Y'
               IF WS-BR-CODE(WS-BR-IX) = WS-EXC-BRANCH(WS-EXC-IX)
                   MOVE 'Y' TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 'N' AND WS-BR-USED < 200
               ADD 1 TO WS-BR-USED
               MOVE WS-EXC-BRANCH(WS-EXC-IX) TO WS-BR-CODE(WS-BR-USED)
           END-IF.

       WRITE-ONE-WORKLIST.
           MOVE SPACES TO WS-WORKLIST-FILENAME
           STRING "build/dq_worklist_"
                  FUNCTION TRIM(WS-BR-CODE(WS-BR-IX)) "_"
                  WS-PERIOD ".dat"
               DELIMITED BY SIZE INTO WS-WORKLIST-FILENAME
           OPEN OUTPUT WORKLIST-FILE
           IF WORKLIST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write "
                       FUNCTION TRIM(WS-WORKLIST-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BR-LINES
           PERFORM WRITE-ONE-WORKLIST-LINE
               VARYING WS-EXC-IX FROM 1 BY 1
               UNTIL WS-EXC-IX > WS-EXC-USED
           CLOSE WORKLIST-FILE
           ADD 1 TO WS-WORKLISTS-WRITTEN
           MOVE WS-BR-LINES TO WS-COUNT-DSP
           DISPLAY "  branch " WS-BR-CODE(WS-BR-IX) ": "
                   FUNCTION TRIM(WS-COUNT-DSP) " correction(s) in "
                   FUNCTION TRIM(WS-WORKLIST-FILENAME).

       WRITE-ONE-WORKLIST-LINE.
           IF WS-EXC-BRANCH(WS-EXC-IX) NOT = WS-BR-CODE(WS-BR-IX)
              OR WS-EXC-LINE(WS-EXC-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORKLIST-RECORD
           MOVE WS-EXC-LINE(WS-EXC-IX) TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD
           ADD 1 TO WS-BR-LINES.
