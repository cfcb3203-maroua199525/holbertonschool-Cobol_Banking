IDENTIFICATION DIVISION.
       PROGRAM-ID. vault-position.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITS-FILE ASSIGN TO "vault_limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMITS-FILE-STATUS.
           SELECT TOTALS-FILE ASSIGN TO "build/teller_totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALS-FILE-STATUS.
           SELECT POSITION-FILE ASSIGN TO "build/vault_positions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "build/vault_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-FILE-STATUS.
           SELECT CASH-CENTER-FILE ASSIGN TO WS-CC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-CENTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITS-FILE.
       01  LIMITS-RECORD        PIC X(80).
       FD  TOTALS-FILE.
       01  TOTALS-RECORD        PIC X(80).
       FD  POSITION-FILE.
       01  POSITION-RECORD      PIC X(120).
       FD  ORDER-FILE.
       01  ORDER-RECORD         PIC X(200).
       FD  CASH-CENTER-FILE.
       01  CASH-CENTER-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "vault-position".
       01  LIMITS-FILE-STATUS   PIC XX.
       01  TOTALS-FILE-STATUS   PIC XX.
       01  POSITION-FILE-STATUS PIC XX.
       01  ORDER-FILE-STATUS    PIC XX.
       01  CASH-CENTER-FILE-STATUS PIC XX.
       01  WS-EOF               PIC X.
       01  WS-CC-FILENAME       PIC X(80).

       01  WS-COMMAND-LINE      PIC X(200).
       01  WS-CMD-VERB          PIC X(10).
       01  WS-CMD-BRANCH        PIC X(10).
       01  WS-CMD-COMMENT       PIC X(80).
       01  WS-CMD-PTR           PIC 9(4).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-SQL-LAST-DATE     PIC X(10).
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-DAY-INT           PIC 9(8).
       01  WS-CUTOFF-DATE       PIC X(8).

       *> holding policy from vault_limits.dat; branch * is the
       *> default for a branch with no line of its own
       01  WS-HORIZON           PIC 9(2) VALUE 3.
       01  WS-HISTORY-WEEKS     PIC 9(2) VALUE 8.
       01  WS-DEFAULT-MIN       PIC S9(11)V99 VALUE 0.
       01  WS-DEFAULT-MAX       PIC S9(11)V99 VALUE 0.
       01  WS-DEFAULT-LIMIT     PIC S9(11)V99 VALUE 0.
       01  WS-PARM-FIELDS       PIC X(80).
       01  WS-PARM-NAME         PIC X(20).
       01  WS-PARM-VALUE-1      PIC X(15).
       01  WS-PARM-VALUE-2      PIC X(15).
       01  WS-PARM-VALUE-3      PIC X(15).
       01  WS-PARM-VALUE-4      PIC X(15).

       *> one entry per branch that has a vault: its limits, the
       *> carried-forward position, today's movements and the
       *> forecast that decides the cash-centre order
       01  WS-VAULT-TABLE.
           05  WS-VB-ENTRY      OCCURS 100 TIMES.
               10  WS-VB-BRANCH     PIC X(10).
               10  WS-VB-HAS-LIMITS PIC X.
               10  WS-VB-MIN        PIC S9(11)V99.
               10  WS-VB-MAX        PIC S9(11)V99.
               10  WS-VB-LIMIT      PIC S9(11)V99.
               10  WS-VB-HAS-PRIOR  PIC X.
               10  WS-VB-PRIOR-DATE PIC X(8).
               10  WS-VB-OPENING    PIC S9(11)V99.
               10  WS-VB-TELLERS    PIC 9(3).
               10  WS-VB-TELLER-NET PIC S9(11)V99.
               10  WS-VB-DRAWERS    PIC S9(11)V99.
               10  WS-VB-RECEIVED   PIC S9(11)V99.
               10  WS-VB-RETURNED   PIC S9(11)V99.
               10  WS-VB-CLOSING    PIC S9(11)V99.
               10  WS-VB-DOW-AVG    PIC S9(11)V99 OCCURS 7 TIMES.
               10  WS-VB-COMMIT     PIC S9(11)V99 OCCURS 10 TIMES.
               10  WS-VB-SCHEDULED  PIC S9(11)V99 OCCURS 10 TIMES.
       01  WS-VB-USED           PIC 9(3) VALUE 0.
       01  WS-VB-IX             PIC 9(3).
       01  WS-VB-OVERFLOW       PIC X VALUE 'N'.
       01  WS-WANT-BRANCH       PIC X(10).
       01  WS-FOUND-IX          PIC 9(3).
       01  WS-ALREADY-RUN       PIC X.

       *> the business days the forecast covers and their weekday,
       *> Monday 1 to Sunday 7
       01  WS-FORECAST-DAYS.
           05  WS-FC-ENTRY      OCCURS 10 TIMES.
               10  WS-FC-DATE       PIC X(8).
               10  WS-FC-DOW        PIC 9.
       01  WS-FC-IX             PIC 9(2).
       01  WS-DOW-IX            PIC 9.
       01  WS-NEXT-DATE         PIC X(8).
       01  WS-NEXT-FLAG         PIC X.

       *> recent cash-centre orders from build/vault_orders.dat;
       *> a later line for the same order date and branch carries
       *> its decision
       01  WS-ORDER-TABLE.
           05  WS-OR-ENTRY      OCCURS 500 TIMES.
               10  WS-OR-DATE       PIC X(8).
               10  WS-OR-BRANCH     PIC X(10).
               10  WS-OR-KIND       PIC X(6).
               10  WS-OR-AMOUNT     PIC S9(11)V99.
               10  WS-OR-DELIVERY   PIC X(8).
               10  WS-OR-STATUS     PIC X(10).
               10  WS-OR-RAISED-BY  PIC X(20).
               10  WS-OR-REASON     PIC X(80).
       01  WS-OR-USED           PIC 9(3) VALUE 0.
       01  WS-OR-IX             PIC 9(3).
       01  WS-OR-FOUND          PIC 9(3).
       01  WS-OR-F-DATE         PIC X(8).
       01  WS-OR-F-BRANCH       PIC X(10).
       01  WS-OR-F-KIND         PIC X(6).
       01  WS-OR-F-AMOUNT       PIC X(20).
       01  WS-OR-F-DELIVERY     PIC X(8).
       01  WS-OR-F-STATUS       PIC X(10).
       01  WS-OR-F-OPERATOR     PIC X(20).
       01  WS-OR-F-TEXT         PIC X(80).

       01  WS-TLR-ACTION        PIC X(10).
       01  WS-TLR-BRANCH        PIC X(10).
       01  WS-TLR-ID            PIC X(20).
       01  WS-TLR-IN-STR        PIC X(15).
       01  WS-TLR-OUT-STR       PIC X(15).
       01  WS-TLR-DRAWER-STR    PIC X(15).

       01  WS-PS-DATE           PIC X(8).
       01  WS-PS-BRANCH         PIC X(10).
       01  WS-PS-CLOSING        PIC X(20).

       01  WS-DETAIL            PIC X(256).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-ROW-AMOUNT        PIC S9(11)V99.

       *> the forecast for one branch and what it calls for
       01  WS-PROJECTED         PIC S9(11)V99.
       01  WS-LOW               PIC S9(11)V99.
       01  WS-HIGH              PIC S9(11)V99.
       01  WS-TARGET            PIC S9(11)V99.
       01  WS-SHORTFALL         PIC S9(11)V99.
       01  WS-ORDER-KIND        PIC X(6).
       01  WS-ORDER-AMOUNT      PIC S9(11)V99.
       01  WS-ORDER-STATUS      PIC X(10).
       01  WS-ORDER-REASON      PIC X(80).
       01  WS-ORDER-DATE        PIC X(8).
       01  WS-ORDER-BRANCH      PIC X(10).
       01  WS-ORDER-DELIVERY    PIC X(8).
       01  WS-ORDER-OPERATOR    PIC X(20).
       01  WS-DAY-FLOW          PIC S9(11)V99.

       01  WS-AMOUNT-EDIT       PIC -(9)9.99.
       01  WS-AMOUNT-EDIT-2     PIC -(9)9.99.
       01  WS-AMOUNT-EDIT-3     PIC -(9)9.99.
       01  WS-AMOUNT-EDIT-4     PIC -(9)9.99.
       01  WS-RELEASED-COUNT    PIC 9(3) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(3) VALUE 0.
       01  WS-LAPSED-COUNT      PIC 9(3) VALUE 0.
       01  WS-LIST-COUNT        PIC 9(3) VALUE 0.

       *> releasing or declining an order held outside policy is a
       *> supervisor decision
       01  WS-ACT-ENTITLEMENT.
           05  WS-ACT-ENT-KIND  PIC X(10) VALUE "ACTION".
           05  WS-ACT-ENT-OBJECT PIC X(40) VALUE "VAULTORDER".
           05  WS-ACT-ENT-RESULT PIC X.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40) VALUE "vault-position".
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
           CALL STATIC "GET-OPERATOR-ID" USING WS-OPERATOR-ID
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-SQL-DATE
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE)) - 14
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM TO WS-CUTOFF-DATE

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-VERB, WS-CMD-BRANCH, WS-CMD-COMMENT
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-VERB, WS-CMD-BRANCH
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF WS-CMD-PTR <= 200
               MOVE WS-COMMAND-LINE(WS-CMD-PTR:) TO WS-CMD-COMMENT
           END-IF

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-VERB))
               WHEN SPACES
                   PERFORM DAILY-VAULT-RUN
               WHEN "RUN"
                   PERFORM DAILY-VAULT-RUN
               WHEN "APPROVE"
                   PERFORM DECIDE-HELD-ORDER
               WHEN "REJECT"
                   PERFORM DECIDE-HELD-ORDER
               WHEN "PENDING"
                   PERFORM LIST-HELD-ORDERS
               WHEN OTHER
                   DISPLAY "Use: vault-position [RUN] | PENDING | "
                           "APPROVE|REJECT <branch> [comment]"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       DAILY-VAULT-RUN.
           *> close today's vault positions, forecast the next few
           *> business days and cut the cash-centre order or return
           PERFORM LOAD-VAULT-LIMITS
           PERFORM LOAD-PRIOR-POSITIONS
           IF WS-ALREADY-RUN = 'Y'
               DISPLAY "REFUSED: vault positions for "
                       WS-BUSINESS-DATE " are already recorded."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TELLER-TOTALS
           PERFORM LOAD-RECENT-ORDERS
           PERFORM BUILD-FORECAST-DAYS
           PERFORM APPLY-ORDER-MOVEMENTS
               VARYING WS-OR-IX FROM 1 BY 1
               UNTIL WS-OR-IX > WS-OR-USED

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
               EXIT PARAGRAPH
           ELSE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           END-IF.

           PERFORM COLLECT-WEEKDAY-DEMAND
           PERFORM COLLECT-NOTICE-COMMITMENTS
           PERFORM COLLECT-MATURITY-COMMITMENTS

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC

           IF WS-VB-OVERFLOW = 'Y'
               DISPLAY "WARNING: more than 100 branches - the rest "
                       "are not in this run."
           END-IF

           MOVE SPACES TO WS-CC-FILENAME
           STRING "build/cash_center_orders_" WS-BUSINESS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-CC-FILENAME

           DISPLAY "--- BRANCH VAULT POSITION FOR "
                   WS-BUSINESS-DATE " ---"
           PERFORM LAPSE-STALE-ORDERS
               VARYING WS-OR-IX FROM 1 BY 1
               UNTIL WS-OR-IX > WS-OR-USED
           PERFORM CLOSE-ONE-VAULT
               VARYING WS-VB-IX FROM 1 BY 1
               UNTIL WS-VB-IX > WS-VB-USED

           DISPLAY " "
           DISPLAY WS-VB-USED " vault(s) closed, "
                   WS-RELEASED-COUNT " order(s) sent to the cash "
                   "centre, " WS-HELD-COUNT
                   " held for supervisor approval."
           IF WS-RELEASED-COUNT > 0
               DISPLAY "Cash-centre file: "
                       FUNCTION TRIM(WS-CC-FILENAME)
           END-IF
           IF WS-HELD-COUNT > 0
               DISPLAY "WARNING: orders outside vault policy are "
                       "held - see vault-position PENDING."
           END-IF
           MOVE 0 TO RETURN-CODE.

       LOAD-VAULT-LIMITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIMITS-FILE
           IF LIMITS-FILE-STATUS = "00"
               PERFORM LOAD-ONE-LIMIT UNTIL WS-EOF = 'Y'
               CLOSE LIMITS-FILE
           ELSE
               DISPLAY "WARNING: vault_limits.dat not found - no "
                       "branch has a holding policy."
           END-IF
           IF WS-HORIZON < 1
               MOVE 1 TO WS-HORIZON
           END-IF
           IF WS-HORIZON > 10
               MOVE 10 TO WS-HORIZON
           END-IF
           IF WS-HISTORY-WEEKS < 1
               MOVE 1 TO WS-HISTORY-WEEKS
           END-IF.

       LOAD-ONE-LIMIT.
           READ LIMITS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-PARM-FIELDS, WS-PARM-NAME,
                       WS-PARM-VALUE-1, WS-PARM-VALUE-2,
                       WS-PARM-VALUE-3, WS-PARM-VALUE-4
                   MOVE FUNCTION TRIM(LIMITS-RECORD)
                       TO WS-PARM-FIELDS
                   UNSTRING WS-PARM-FIELDS DELIMITED BY ","
                       INTO WS-PARM-NAME, WS-PARM-VALUE-1,
                            WS-PARM-VALUE-2, WS-PARM-VALUE-3,
                            WS-PARM-VALUE-4
                   END-UNSTRING
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-NAME)
                       WHEN "HORIZON"
                           COMPUTE WS-HORIZON =
                               FUNCTION NUMVAL(WS-PARM-VALUE-1)
                       WHEN "WEEKS"
                           COMPUTE WS-HISTORY-WEEKS =
                               FUNCTION NUMVAL(WS-PARM-VALUE-1)
                       WHEN "LIMIT"
                           PERFORM LOAD-BRANCH-LIMIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LOAD-BRANCH-LIMIT.
           IF FUNCTION TRIM(WS-PARM-VALUE-1) = "*"
               COMPUTE WS-DEFAULT-MIN =
                   FUNCTION NUMVAL(WS-PARM-VALUE-2)
               COMPUTE WS-DEFAULT-MAX =
                   FUNCTION NUMVAL(WS-PARM-VALUE-3)
               COMPUTE WS-DEFAULT-LIMIT =
                   FUNCTION NUMVAL(WS-PARM-VALUE-4)
               PERFORM DEFAULT-ONE-LIMIT
                   VARYING WS-VB-IX FROM 1 BY 1
                   UNTIL WS-VB-IX > WS-VB-USED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-VALUE-1 TO WS-WANT-BRANCH
           PERFORM FIND-OR-ADD-BRANCH
           IF WS-FOUND-IX > 0
               MOVE 'B' TO WS-VB-HAS-LIMITS(WS-FOUND-IX)
               COMPUTE WS-VB-MIN(WS-FOUND-IX) =
                   FUNCTION NUMVAL(WS-PARM-VALUE-2)
               COMPUTE WS-VB-MAX(WS-FOUND-IX) =
                   FUNCTION NUMVAL(WS-PARM-VALUE-3)
               COMPUTE WS-VB-LIMIT(WS-FOUND-IX) =
                   FUNCTION NUMVAL(WS-PARM-VALUE-4)
           END-IF.

       DEFAULT-ONE-LIMIT.
           *> a branch line always beats the default, wherever the
           *> default sits in the file
           IF WS-VB-HAS-LIMITS(WS-VB-IX) NOT = 'B'
               PERFORM APPLY-DEFAULT-LIMIT
           END-IF.

       APPLY-DEFAULT-LIMIT.
           IF WS-DEFAULT-MAX > 0
               MOVE 'Y' TO WS-VB-HAS-LIMITS(WS-VB-IX)
               MOVE WS-DEFAULT-MIN TO WS-VB-MIN(WS-VB-IX)
               MOVE WS-DEFAULT-MAX TO WS-VB-MAX(WS-VB-IX)
               MOVE WS-DEFAULT-LIMIT TO WS-VB-LIMIT(WS-VB-IX)
           END-IF.

       FIND-OR-ADD-BRANCH.
           MOVE 0 TO WS-FOUND-IX
           IF WS-WANT-BRANCH = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VB-IX FROM 1 BY 1
                   UNTIL WS-VB-IX > WS-VB-USED
                      OR WS-FOUND-IX > 0
               IF WS-VB-BRANCH(WS-VB-IX) = WS-WANT-BRANCH
                   MOVE WS-VB-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VB-USED >= 100
               MOVE 'Y' TO WS-VB-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VB-USED
           MOVE WS-VB-USED TO WS-FOUND-IX
           INITIALIZE WS-VB-ENTRY(WS-FOUND-IX)
           MOVE WS-WANT-BRANCH TO WS-VB-BRANCH(WS-FOUND-IX)
           MOVE 'N' TO WS-VB-HAS-LIMITS(WS-FOUND-IX)
           MOVE 'N' TO WS-VB-HAS-PRIOR(WS-FOUND-IX)
           MOVE WS-FOUND-IX TO WS-VB-IX
           PERFORM APPLY-DEFAULT-LIMIT.

       LOAD-PRIOR-POSITIONS.
           *> the latest closing before today is the opening vault;
           *> the file runs in date order so the last line wins
           MOVE 'N' TO WS-ALREADY-RUN
           MOVE 'N' TO WS-EOF
           OPEN INPUT POSITION-FILE
           IF POSITION-FILE-STATUS = "00"
               PERFORM LOAD-ONE-POSITION UNTIL WS-EOF = 'Y'
               CLOSE POSITION-FILE
           END-IF.

       LOAD-ONE-POSITION.
           READ POSITION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-PS-DATE, WS-PS-BRANCH,
                       WS-PS-CLOSING
                   UNSTRING POSITION-RECORD DELIMITED BY "|"
                       INTO WS-PS-DATE, WS-PS-BRANCH, WS-PS-CLOSING
                   END-UNSTRING
                   IF WS-PS-DATE = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-ALREADY-RUN
                   END-IF
                   IF WS-PS-DATE < WS-BUSINESS-DATE
                       MOVE WS-PS-BRANCH TO WS-WANT-BRANCH
                       PERFORM FIND-OR-ADD-BRANCH
                       IF WS-FOUND-IX > 0
                           MOVE 'Y' TO WS-VB-HAS-PRIOR(WS-FOUND-IX)
                           MOVE WS-PS-DATE
                               TO WS-VB-PRIOR-DATE(WS-FOUND-IX)
                           COMPUTE WS-VB-OPENING(WS-FOUND-IX) =
                               FUNCTION NUMVAL(WS-PS-CLOSING)
                       END-IF
                   END-IF
           END-READ.

       LOAD-TELLER-TOTALS.
           *> TLR,branch,teller-id,cash-in,cash-out,drawer-count -
           *> the same feed teller-recon proves against the postings
           MOVE 'N' TO WS-EOF
           OPEN INPUT TOTALS-FILE
           IF TOTALS-FILE-STATUS = "00"
               PERFORM LOAD-ONE-TELLER UNTIL WS-EOF = 'Y'
               CLOSE TOTALS-FILE
           ELSE
               DISPLAY "WARNING: no teller totals feed at "
                       "build/teller_totals.dat - vaults carry "
                       "forward unchanged."
           END-IF.

       LOAD-ONE-TELLER.
           READ TOTALS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-TLR-ACTION, WS-TLR-BRANCH,
                       WS-TLR-ID, WS-TLR-IN-STR, WS-TLR-OUT-STR,
                       WS-TLR-DRAWER-STR
                   UNSTRING TOTALS-RECORD DELIMITED BY ","
                       INTO WS-TLR-ACTION, WS-TLR-BRANCH, WS-TLR-ID,
                            WS-TLR-IN-STR, WS-TLR-OUT-STR,
                            WS-TLR-DRAWER-STR
                   END-UNSTRING
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TLR-ACTION))
                           = "TLR"
                       MOVE WS-TLR-BRANCH TO WS-WANT-BRANCH
                       PERFORM FIND-OR-ADD-BRANCH
                       IF WS-FOUND-IX > 0
                           ADD 1 TO WS-VB-TELLERS(WS-FOUND-IX)
                           COMPUTE WS-VB-TELLER-NET(WS-FOUND-IX) =
                               WS-VB-TELLER-NET(WS-FOUND-IX)
                               + FUNCTION NUMVAL(WS-TLR-IN-STR)
                               - FUNCTION NUMVAL(WS-TLR-OUT-STR)
                           COMPUTE WS-VB-DRAWERS(WS-FOUND-IX) =
                               WS-VB-DRAWERS(WS-FOUND-IX)
                               + FUNCTION NUMVAL(WS-TLR-DRAWER-STR)
                       END-IF
                   END-IF
           END-READ.

       LOAD-RECENT-ORDERS.
           *> only the last fortnight matters: nothing older is still
           *> waiting for a decision or a delivery
           MOVE 0 TO WS-OR-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-FILE
           IF ORDER-FILE-STATUS = "00"
               PERFORM LOAD-ONE-ORDER UNTIL WS-EOF = 'Y'
               CLOSE ORDER-FILE
           END-IF.

       LOAD-ONE-ORDER.
           READ ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM SPLIT-ORDER-RECORD
                   IF WS-OR-F-DATE >= WS-CUTOFF-DATE
                       PERFORM REMEMBER-ORDER
                   END-IF
           END-READ.

       SPLIT-ORDER-RECORD.
           *> order-date|branch|ORDER or RETURN|amount|delivery-date|
           *> status|operator|reason
           MOVE SPACES TO WS-OR-F-DATE, WS-OR-F-BRANCH, WS-OR-F-KIND,
               WS-OR-F-AMOUNT, WS-OR-F-DELIVERY, WS-OR-F-STATUS,
               WS-OR-F-OPERATOR, WS-OR-F-TEXT
           UNSTRING ORDER-RECORD DELIMITED BY "|"
               INTO WS-OR-F-DATE, WS-OR-F-BRANCH, WS-OR-F-KIND,
                    WS-OR-F-AMOUNT, WS-OR-F-DELIVERY, WS-OR-F-STATUS,
                    WS-OR-F-OPERATOR, WS-OR-F-TEXT
           END-UNSTRING.

       REMEMBER-ORDER.
           MOVE 0 TO WS-OR-FOUND
           PERFORM VARYING WS-OR-IX FROM 1 BY 1
                   UNTIL WS-OR-IX > WS-OR-USED
                      OR WS-OR-FOUND > 0
               IF WS-OR-DATE(WS-OR-IX) = WS-OR-F-DATE
                  AND WS-OR-BRANCH(WS-OR-IX) = WS-OR-F-BRANCH
                   MOVE WS-OR-IX TO WS-OR-FOUND
               END-IF
           END-PERFORM
           IF WS-OR-FOUND > 0
               MOVE WS-OR-F-STATUS TO WS-OR-STATUS(WS-OR-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-OR-USED >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OR-USED
           MOVE WS-OR-F-DATE TO WS-OR-DATE(WS-OR-USED)
           MOVE WS-OR-F-BRANCH TO WS-OR-BRANCH(WS-OR-USED)
           MOVE WS-OR-F-KIND TO WS-OR-KIND(WS-OR-USED)
           COMPUTE WS-OR-AMOUNT(WS-OR-USED) =
               FUNCTION NUMVAL(WS-OR-F-AMOUNT)
           MOVE WS-OR-F-DELIVERY TO WS-OR-DELIVERY(WS-OR-USED)
           MOVE WS-OR-F-STATUS TO WS-OR-STATUS(WS-OR-USED)
           MOVE WS-OR-F-OPERATOR TO WS-OR-RAISED-BY(WS-OR-USED)
           MOVE WS-OR-F-TEXT TO WS-OR-REASON(WS-OR-USED).

       BUILD-FORECAST-DAYS.
           *> day 1 of the integer calendar (1601-01-01) was a Monday,
           *> so MOD(day - 1, 7) + 1 numbers Monday 1 to Sunday 7
           MOVE WS-BUSINESS-DATE TO WS-NEXT-DATE
           PERFORM VARYING WS-FC-IX FROM 1 BY 1
                   UNTIL WS-FC-IX > WS-HORIZON
               CALL STATIC "BUSINESS-DATE"
                   USING "NEXT", WS-NEXT-DATE, WS-NEXT-FLAG
               MOVE WS-NEXT-DATE TO WS-FC-DATE(WS-FC-IX)
               COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NEXT-DATE))
               COMPUTE WS-FC-DOW(WS-FC-IX) =
                   FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
           END-PERFORM
           MOVE SPACES TO WS-SQL-LAST-DATE
           STRING WS-NEXT-DATE(1:4) "-" WS-NEXT-DATE(5:2) "-"
                  WS-NEXT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-LAST-DATE.

       APPLY-ORDER-MOVEMENTS.
           *> released or approved cash lands on its delivery day:
           *> today's is in the vault tonight, later ones are already
           *> in the forecast
           IF WS-OR-STATUS(WS-OR-IX) NOT = "RELEASED"
              AND WS-OR-STATUS(WS-OR-IX) NOT = "APPROVED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OR-BRANCH(WS-OR-IX) TO WS-WANT-BRANCH
           PERFORM FIND-OR-ADD-BRANCH
           IF WS-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OR-KIND(WS-OR-IX) = "ORDER"
               MOVE WS-OR-AMOUNT(WS-OR-IX) TO WS-ROW-AMOUNT
           ELSE
               COMPUTE WS-ROW-AMOUNT = 0 - WS-OR-AMOUNT(WS-OR-IX)
           END-IF
           IF WS-OR-DELIVERY(WS-OR-IX) = WS-BUSINESS-DATE
               IF WS-ROW-AMOUNT > 0
                   ADD WS-ROW-AMOUNT TO WS-VB-RECEIVED(WS-FOUND-IX)
               ELSE
                   SUBTRACT WS-ROW-AMOUNT
                       FROM WS-VB-RETURNED(WS-FOUND-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FC-IX FROM 1 BY 1
                   UNTIL WS-FC-IX > WS-HORIZON
               IF WS-FC-DATE(WS-FC-IX) = WS-OR-DELIVERY(WS-OR-IX)
                   ADD WS-ROW-AMOUNT
                       TO WS-VB-SCHEDULED(WS-FOUND-IX, WS-FC-IX)
               END-IF
           END-PERFORM.

       COLLECT-WEEKDAY-DEMAND.
           *> each branch's average net cash across the counter for
           *> each weekday over the last few weeks - deposits in,
           *> withdrawals out, one figure per trading day averaged
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT b || ';' || EXTRACT(ISODOW FROM d), "
                  "ROUND(AVG(n),2), '' FROM (SELECT "
                  "COALESCE(a.branch_code,'') b, t.created_at::date d,"
                  " SUM(CASE WHEN t.tx_type = 'DEPOSIT' THEN t.amount "
                  "ELSE 0 - t.amount END) n FROM tx_log t JOIN "
                  "accounts a ON t.account_id = a.account_id "
                  "WHERE t.tx_type IN ('DEPOSIT','WITHDRAW') "
                  "AND t.created_at::date <= DATE '" WS-SQL-DATE
                  "' AND t.created_at::date > DATE '" WS-SQL-DATE
                  "' - " WS-HISTORY-WEEKS " * 7 GROUP BY 1, 2) x "
                  "GROUP BY 1"
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
           PERFORM FETCH-ONE-WEEKDAY UNTIL RC NOT = 0.

       FETCH-ONE-WEEKDAY.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               PERFORM SPLIT-BRANCH-KEY
               IF WS-FOUND-IX > 0
                   COMPUTE WS-DOW-IX = FUNCTION NUMVAL(WS-DET-F2)
                   IF WS-DOW-IX >= 1 AND WS-DOW-IX <= 7
                       COMPUTE WS-VB-DOW-AVG(WS-FOUND-IX, WS-DOW-IX)
                           = FUNCTION NUMVAL(C2)
                   END-IF
               END-IF
           END-IF.

       SPLIT-BRANCH-KEY.
           *> branch;detail - only branches already holding a vault
           *> (a position, a teller feed or a limit line) are kept
           MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2
           MOVE FUNCTION TRIM(C1) TO WS-DETAIL
           UNSTRING WS-DETAIL DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2
           END-UNSTRING
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-VB-IX FROM 1 BY 1
                   UNTIL WS-VB-IX > WS-VB-USED
                      OR WS-FOUND-IX > 0
               IF WS-VB-BRANCH(WS-VB-IX) = WS-DET-F1(1:10)
                   MOVE WS-VB-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       COLLECT-NOTICE-COMMITMENTS.
           *> what is left on a pending withdrawal notice is committed
           *> to go out on its maturity date; one already matured and
           *> still open goes out on the first forecast day
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(a.branch_code,'') || ';' || "
                  "TO_CHAR(n.mature_date,'YYYYMMDD'), "
                  "SUM(n.amount - n.used_amount), '' "
                  "FROM withdrawal_notices n JOIN accounts a "
                  "ON n.account_id = a.account_id "
                  "WHERE n.status = 'PENDING' "
                  "AND n.amount > n.used_amount "
                  "AND n.mature_date <= DATE '" WS-SQL-LAST-DATE
                  "' GROUP BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM QUERY-COMMITMENTS.

       COLLECT-MATURITY-COMMITMENTS.
           *> a CLOSE-instructed term maturity pays the balance away
           *> on its date; rollovers move no cash
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(a.branch_code,'') || ';' || "
                  "TO_CHAR(a.maturity_date,'YYYYMMDD'), "
                  "SUM(a.balance), '' "
                  "FROM accounts a JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE p.class IN ('TERM','RECURRING') "
                  "AND COALESCE(a.maturity_instruction,'ROLLOVER') "
                  "= 'CLOSE' "
                  "AND a.maturity_date > DATE '" WS-SQL-DATE
                  "' AND a.maturity_date <= DATE '" WS-SQL-LAST-DATE
                  "' GROUP BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM QUERY-COMMITMENTS.

       QUERY-COMMITMENTS.
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-ONE-COMMITMENT UNTIL RC NOT = 0.

       FETCH-ONE-COMMITMENT.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               PERFORM SPLIT-BRANCH-KEY
               IF WS-FOUND-IX > 0
                   COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(C2)
                   PERFORM PLACE-COMMITMENT
               END-IF
           END-IF.

       PLACE-COMMITMENT.
           *> a commitment falling on a closed day is paid on the next
           *> business day, so it lands on the first forecast day on
           *> or after its date
           PERFORM VARYING WS-FC-IX FROM 1 BY 1
                   UNTIL WS-FC-IX > WS-HORIZON
                      OR WS-FC-DATE(WS-FC-IX) >= WS-DET-F2(1:8)
               CONTINUE
           END-PERFORM
           IF WS-FC-IX <= WS-HORIZON
               ADD WS-ROW-AMOUNT
                   TO WS-VB-COMMIT(WS-FOUND-IX, WS-FC-IX)
           END-IF.

       LAPSE-STALE-ORDERS.
           *> a held order whose delivery day has come without a
           *> decision is too late for the cash centre
           IF WS-OR-STATUS(WS-OR-IX) NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF
           IF WS-OR-DELIVERY(WS-OR-IX) > WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "LAPSED" TO WS-OR-STATUS(WS-OR-IX)
           MOVE WS-OR-DATE(WS-OR-IX) TO WS-ORDER-DATE
           MOVE WS-OR-BRANCH(WS-OR-IX) TO WS-ORDER-BRANCH
           MOVE WS-OR-KIND(WS-OR-IX) TO WS-ORDER-KIND
           MOVE WS-OR-AMOUNT(WS-OR-IX) TO WS-ORDER-AMOUNT
           MOVE WS-OR-DELIVERY(WS-OR-IX) TO WS-ORDER-DELIVERY
           MOVE "LAPSED" TO WS-ORDER-STATUS
           MOVE WS-OPERATOR-ID TO WS-ORDER-OPERATOR
           MOVE "not decided before the delivery day"
               TO WS-ORDER-REASON
           PERFORM APPEND-ORDER-EVENT
           ADD 1 TO WS-LAPSED-COUNT
           DISPLAY "  " FUNCTION TRIM(WS-ORDER-BRANCH) ": held "
                   FUNCTION TRIM(WS-ORDER-KIND) " of "
                   WS-ORDER-DATE " lapsed undecided.".

       CLOSE-ONE-VAULT.
           *> closing = opening + teller net + cash received from the
           *> cash centre - cash returned to it; a vault seen for the
           *> first time opens at what the drawers counted tonight
           IF WS-VB-HAS-PRIOR(WS-VB-IX) = 'Y'
               COMPUTE WS-VB-CLOSING(WS-VB-IX) =
                   WS-VB-OPENING(WS-VB-IX)
                   + WS-VB-TELLER-NET(WS-VB-IX)
                   + WS-VB-RECEIVED(WS-VB-IX)
                   - WS-VB-RETURNED(WS-VB-IX)
           ELSE
               COMPUTE WS-VB-CLOSING(WS-VB-IX) =
                   WS-VB-DRAWERS(WS-VB-IX)
                   + WS-VB-RECEIVED(WS-VB-IX)
                   - WS-VB-RETURNED(WS-VB-IX)
           END-IF
           PERFORM APPEND-VAULT-POSITION

           DISPLAY " "
           MOVE WS-VB-OPENING(WS-VB-IX) TO WS-AMOUNT-EDIT
           MOVE WS-VB-TELLER-NET(WS-VB-IX) TO WS-AMOUNT-EDIT-2
           MOVE WS-VB-CLOSING(WS-VB-IX) TO WS-AMOUNT-EDIT-3
           IF WS-VB-HAS-PRIOR(WS-VB-IX) = 'Y'
               DISPLAY "BRANCH " WS-VB-BRANCH(WS-VB-IX)
                       " opening " WS-AMOUNT-EDIT
                       "  teller net " WS-AMOUNT-EDIT-2
                       "  closing " WS-AMOUNT-EDIT-3
           ELSE
               DISPLAY "BRANCH " WS-VB-BRANCH(WS-VB-IX)
                       " first position from " WS-VB-TELLERS(WS-VB-IX)
                       " drawer count(s)  closing " WS-AMOUNT-EDIT-3
           END-IF
           IF WS-VB-RECEIVED(WS-VB-IX) NOT = 0
              OR WS-VB-RETURNED(WS-VB-IX) NOT = 0
               MOVE WS-VB-RECEIVED(WS-VB-IX) TO WS-AMOUNT-EDIT
               MOVE WS-VB-RETURNED(WS-VB-IX) TO WS-AMOUNT-EDIT-2
               DISPLAY "       cash centre in " WS-AMOUNT-EDIT
                       "  out " WS-AMOUNT-EDIT-2
           END-IF
           IF WS-VB-HAS-LIMITS(WS-VB-IX) = 'N'
               DISPLAY "       no holding policy in vault_limits.dat"
                       " - no order raised."
               EXIT PARAGRAPH
           END-IF

           PERFORM PROJECT-ONE-VAULT
           PERFORM DECIDE-CASH-MOVEMENT
           IF WS-ORDER-AMOUNT > 0
               PERFORM RAISE-CASH-ORDER
           ELSE
               DISPLAY "       vault stays within limits - no cash "
                       "movement needed."
           END-IF.

       PROJECT-ONE-VAULT.
           DISPLAY "       DATE      DAY  EXPECTED NET   COMMITTED"
                   "   SCHEDULED   PROJECTED"
           MOVE WS-VB-CLOSING(WS-VB-IX) TO WS-PROJECTED
           MOVE 0 TO WS-LOW, WS-HIGH
           PERFORM PROJECT-ONE-DAY
               VARYING WS-FC-IX FROM 1 BY 1
               UNTIL WS-FC-IX > WS-HORIZON.

       PROJECT-ONE-DAY.
           MOVE WS-FC-DOW(WS-FC-IX) TO WS-DOW-IX
           COMPUTE WS-DAY-FLOW =
               WS-VB-DOW-AVG(WS-VB-IX, WS-DOW-IX)
               - WS-VB-COMMIT(WS-VB-IX, WS-FC-IX)
               + WS-VB-SCHEDULED(WS-VB-IX, WS-FC-IX)
           ADD WS-DAY-FLOW TO WS-PROJECTED
           IF WS-FC-IX = 1
               MOVE WS-PROJECTED TO WS-LOW, WS-HIGH
           END-IF
           IF WS-PROJECTED < WS-LOW
               MOVE WS-PROJECTED TO WS-LOW
           END-IF
           IF WS-PROJECTED > WS-HIGH
               MOVE WS-PROJECTED TO WS-HIGH
           END-IF
           MOVE WS-VB-DOW-AVG(WS-VB-IX, WS-DOW-IX) TO WS-AMOUNT-EDIT
           MOVE WS-VB-COMMIT(WS-VB-IX, WS-FC-IX) TO WS-AMOUNT-EDIT-2
           MOVE WS-VB-SCHEDULED(WS-VB-IX, WS-FC-IX)
               TO WS-AMOUNT-EDIT-3
           MOVE WS-PROJECTED TO WS-AMOUNT-EDIT-4
           DISPLAY "       " WS-FC-DATE(WS-FC-IX) "  "
                   WS-FC-DOW(WS-FC-IX) "  " WS-AMOUNT-EDIT
                   WS-AMOUNT-EDIT-2 WS-AMOUNT-EDIT-3
                   WS-AMOUNT-EDIT-4.

       DECIDE-CASH-MOVEMENT.
           *> a forecast low under the minimum calls for an order, a
           *> high over the maximum for a return; either aims for the
           *> middle of the band without pushing the other end out.
           *> anything that cannot be kept inside the band, or is over
           *> the branch's single-order limit, waits for a supervisor.
           MOVE SPACES TO WS-ORDER-KIND, WS-ORDER-REASON
           MOVE 0 TO WS-ORDER-AMOUNT
           COMPUTE WS-TARGET ROUNDED =
               (WS-VB-MIN(WS-VB-IX) + WS-VB-MAX(WS-VB-IX)) / 2
           EVALUATE TRUE
               WHEN WS-LOW < WS-VB-MIN(WS-VB-IX)
                   MOVE "ORDER" TO WS-ORDER-KIND
                   COMPUTE WS-ORDER-AMOUNT = WS-TARGET - WS-LOW
                   IF WS-HIGH + WS-ORDER-AMOUNT > WS-VB-MAX(WS-VB-IX)
                       COMPUTE WS-ORDER-AMOUNT =
                           WS-VB-MAX(WS-VB-IX) - WS-HIGH
                   END-IF
                   COMPUTE WS-SHORTFALL =
                       WS-VB-MIN(WS-VB-IX) - WS-LOW
                   IF WS-ORDER-AMOUNT < WS-SHORTFALL
                       MOVE WS-SHORTFALL TO WS-ORDER-AMOUNT
                       MOVE "forecast swing wider than the vault band"
                           TO WS-ORDER-REASON
                   END-IF
               WHEN WS-HIGH > WS-VB-MAX(WS-VB-IX)
                   MOVE "RETURN" TO WS-ORDER-KIND
                   COMPUTE WS-ORDER-AMOUNT = WS-HIGH - WS-TARGET
                   IF WS-LOW - WS-ORDER-AMOUNT < WS-VB-MIN(WS-VB-IX)
                       COMPUTE WS-ORDER-AMOUNT =
                           WS-LOW - WS-VB-MIN(WS-VB-IX)
                   END-IF
                   COMPUTE WS-SHORTFALL =
                       WS-HIGH - WS-VB-MAX(WS-VB-IX)
                   IF WS-ORDER-AMOUNT < WS-SHORTFALL
                       MOVE WS-SHORTFALL TO WS-ORDER-AMOUNT
                       MOVE "forecast swing wider than the vault band"
                           TO WS-ORDER-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ORDER-AMOUNT > 0
              AND WS-ORDER-REASON = SPACES
              AND WS-VB-LIMIT(WS-VB-IX) > 0
              AND WS-ORDER-AMOUNT > WS-VB-LIMIT(WS-VB-IX)
               MOVE "over the branch single-order limit"
                   TO WS-ORDER-REASON
           END-IF.

       RAISE-CASH-ORDER.
           MOVE WS-BUSINESS-DATE TO WS-ORDER-DATE
           MOVE WS-VB-BRANCH(WS-VB-IX) TO WS-ORDER-BRANCH
           MOVE WS-FC-DATE(1) TO WS-ORDER-DELIVERY
           MOVE WS-OPERATOR-ID TO WS-ORDER-OPERATOR
           MOVE WS-ORDER-AMOUNT TO WS-AMOUNT-EDIT
           IF WS-ORDER-REASON = SPACES
               MOVE "RELEASED" TO WS-ORDER-STATUS
               PERFORM APPEND-ORDER-EVENT
               PERFORM APPEND-CASH-CENTER-LINE
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "       " FUNCTION TRIM(WS-ORDER-KIND) " "
                       FUNCTION TRIM(WS-AMOUNT-EDIT)
                       " for delivery " WS-ORDER-DELIVERY
                       " sent to the cash centre."
           ELSE
               MOVE "PENDING" TO WS-ORDER-STATUS
               PERFORM APPEND-ORDER-EVENT
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "       " FUNCTION TRIM(WS-ORDER-KIND) " "
                       FUNCTION TRIM(WS-AMOUNT-EDIT)
                       " HELD for supervisor approval - "
                       FUNCTION TRIM(WS-ORDER-REASON)
           END-IF.

       APPEND-VAULT-POSITION.
           *> date|branch|closing|teller-net|received|returned|drawers
           OPEN INPUT POSITION-FILE
           IF POSITION-FILE-STATUS = "35" THEN
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
           ELSE
               CLOSE POSITION-FILE
           END-IF
           OPEN EXTEND POSITION-FILE
           MOVE WS-VB-CLOSING(WS-VB-IX) TO WS-AMOUNT-EDIT
           MOVE WS-VB-TELLER-NET(WS-VB-IX) TO WS-AMOUNT-EDIT-2
           MOVE WS-VB-RECEIVED(WS-VB-IX) TO WS-AMOUNT-EDIT-3
           MOVE WS-VB-RETURNED(WS-VB-IX) TO WS-AMOUNT-EDIT-4
           MOVE SPACES TO POSITION-RECORD
           STRING WS-BUSINESS-DATE "|"
                  FUNCTION TRIM(WS-VB-BRANCH(WS-VB-IX)) "|"
                  FUNCTION TRIM(WS-AMOUNT-EDIT) "|"
                  FUNCTION TRIM(WS-AMOUNT-EDIT-2) "|"
                  FUNCTION TRIM(WS-AMOUNT-EDIT-3) "|"
                  FUNCTION TRIM(WS-AMOUNT-EDIT-4) "|"
               DELIMITED BY SIZE INTO POSITION-RECORD
           MOVE WS-VB-DRAWERS(WS-VB-IX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-DETAIL
           STRING FUNCTION TRIM(POSITION-RECORD)
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO POSITION-RECORD
           WRITE POSITION-RECORD
           CLOSE POSITION-FILE.

       APPEND-ORDER-EVENT.
           OPEN INPUT ORDER-FILE
           IF ORDER-FILE-STATUS = "35" THEN
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
           ELSE
               CLOSE ORDER-FILE
           END-IF
           OPEN EXTEND ORDER-FILE
           MOVE WS-ORDER-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO ORDER-RECORD
           STRING WS-ORDER-DATE "|" FUNCTION TRIM(WS-ORDER-BRANCH) "|"
                  FUNCTION TRIM(WS-ORDER-KIND) "|"
                  FUNCTION TRIM(WS-AMOUNT-EDIT) "|"
                  WS-ORDER-DELIVERY "|"
                  FUNCTION TRIM(WS-ORDER-STATUS) "|"
                  FUNCTION TRIM(WS-ORDER-OPERATOR) "|"
                  FUNCTION TRIM(WS-ORDER-REASON)
               DELIMITED BY SIZE INTO ORDER-RECORD
           WRITE ORDER-RECORD
           CLOSE ORDER-FILE.

       APPEND-CASH-CENTER-LINE.
           *> VAULT,branch,ORDER or RETURN,amount,delivery-date
           OPEN INPUT CASH-CENTER-FILE
           IF CASH-CENTER-FILE-STATUS = "35" THEN
               OPEN OUTPUT CASH-CENTER-FILE
               CLOSE CASH-CENTER-FILE
           ELSE
               CLOSE CASH-CENTER-FILE
           END-IF
           OPEN EXTEND CASH-CENTER-FILE
           MOVE WS-ORDER-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO CASH-CENTER-RECORD
           STRING "VAULT," FUNCTION TRIM(WS-ORDER-BRANCH) ","
                  FUNCTION TRIM(WS-ORDER-KIND) ","
                  FUNCTION TRIM(WS-AMOUNT-EDIT) ","
                  WS-ORDER-DELIVERY
               DELIMITED BY SIZE INTO CASH-CENTER-RECORD
           WRITE CASH-CENTER-RECORD
           CLOSE CASH-CENTER-FILE.

       DECIDE-HELD-ORDER.
           *> APPROVE <branch> / REJECT <branch> [comment]: the
           *> supervisor must not be the operator who raised it
           IF WS-CMD-BRANCH = SPACES
               DISPLAY "Use: vault-position APPROVE|REJECT <branch> "
                       "[comment]"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ACT-ENT-KIND, WS-OPERATOR-ID,
                     WS-ACT-ENT-OBJECT, WS-ACT-ENT-RESULT
           IF WS-ACT-ENT-RESULT NOT = "Y"
               DISPLAY "REFUSED: operator "
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       " is not entitled to decide vault orders."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RECENT-ORDERS
           MOVE 0 TO WS-OR-FOUND
           PERFORM VARYING WS-OR-IX FROM 1 BY 1
                   UNTIL WS-OR-IX > WS-OR-USED
               IF WS-OR-BRANCH(WS-OR-IX) = WS-CMD-BRANCH
                  AND WS-OR-STATUS(WS-OR-IX) = "PENDING"
                  AND WS-OR-DELIVERY(WS-OR-IX) > WS-BUSINESS-DATE
                   MOVE WS-OR-IX TO WS-OR-FOUND
               END-IF
           END-PERFORM
           IF WS-OR-FOUND = 0
               DISPLAY "REFUSED: no vault order is held for branch "
                       FUNCTION TRIM(WS-CMD-BRANCH) "."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-OR-RAISED-BY(WS-OR-FOUND) = WS-OPERATOR-ID
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-OPERATOR-ID)
                       " raised this order and cannot also "
                       "decide it."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OR-DATE(WS-OR-FOUND) TO WS-ORDER-DATE
           MOVE WS-OR-BRANCH(WS-OR-FOUND) TO WS-ORDER-BRANCH
           MOVE WS-OR-KIND(WS-OR-FOUND) TO WS-ORDER-KIND
           MOVE WS-OR-AMOUNT(WS-OR-FOUND) TO WS-ORDER-AMOUNT
           MOVE WS-OR-DELIVERY(WS-OR-FOUND) TO WS-ORDER-DELIVERY
           MOVE WS-OPERATOR-ID TO WS-ORDER-OPERATOR
           MOVE WS-CMD-COMMENT TO WS-ORDER-REASON
           MOVE WS-ORDER-AMOUNT TO WS-AMOUNT-EDIT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-VERB))
                   = "APPROVE"
               MOVE "APPROVED" TO WS-ORDER-STATUS
               PERFORM APPEND-ORDER-EVENT
               MOVE SPACES TO WS-CC-FILENAME
               STRING "build/cash_center_orders_" WS-ORDER-DATE
                      ".dat"
                   DELIMITED BY SIZE INTO WS-CC-FILENAME
               PERFORM APPEND-CASH-CENTER-LINE
               DISPLAY FUNCTION TRIM(WS-ORDER-KIND) " "
                       FUNCTION TRIM(WS-AMOUNT-EDIT) " for branch "
                       FUNCTION TRIM(WS-ORDER-BRANCH)
                       " APPROVED by " FUNCTION TRIM(WS-OPERATOR-ID)
                       " - sent to the cash centre in "
                       FUNCTION TRIM(WS-CC-FILENAME)
           ELSE
               MOVE "REJECTED" TO WS-ORDER-STATUS
               PERFORM APPEND-ORDER-EVENT
               DISPLAY FUNCTION TRIM(WS-ORDER-KIND) " "
                       FUNCTION TRIM(WS-AMOUNT-EDIT) " for branch "
                       FUNCTION TRIM(WS-ORDER-BRANCH)
                       " declined by " FUNCTION TRIM(WS-OPERATOR-ID)
                       "."
           END-IF
           MOVE 0 TO RETURN-CODE.

       LIST-HELD-ORDERS.
           DISPLAY "--- VAULT ORDERS AWAITING SUPERVISOR APPROVAL ---"
           DISPLAY "RAISED    BRANCH     KIND    AMOUNT        "
                   "DELIVERY  RAISED BY            REASON"
           PERFORM LOAD-RECENT-ORDERS
           MOVE 0 TO WS-LIST-COUNT
           PERFORM LIST-ONE-HELD-ORDER
               VARYING WS-OR-IX FROM 1 BY 1
               UNTIL WS-OR-IX > WS-OR-USED
           IF WS-LIST-COUNT = 0
               DISPLAY "(no vault order is waiting for a decision)"
           END-IF
           MOVE 0 TO RETURN-CODE.

       LIST-ONE-HELD-ORDER.
           IF WS-OR-STATUS(WS-OR-IX) = "PENDING"
              AND WS-OR-DELIVERY(WS-OR-IX) > WS-BUSINESS-DATE
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-OR-AMOUNT(WS-OR-IX) TO WS-AMOUNT-EDIT
               DISPLAY WS-OR-DATE(WS-OR-IX) "  "
                       WS-OR-BRANCH(WS-OR-IX) " "
                       WS-OR-KIND(WS-OR-IX) "  "
                       WS-AMOUNT-EDIT " "
                       WS-OR-DELIVERY(WS-OR-IX) "  "
                       WS-OR-RAISED-BY(WS-OR-IX) " "
                       FUNCTION TRIM(WS-OR-REASON(WS-OR-IX))
           END-IF.
