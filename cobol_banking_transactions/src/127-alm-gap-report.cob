IDENTIFICATION DIVISION.
       PROGRAM-ID. alm-gap-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "alm_parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD     PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "alm-gap-report".
       01  PARAMETER-FILE-STATUS PIC XX.
       01  WS-EOF               PIC X.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-REPORT-FILENAME   PIC X(80).

       *> the repricing bands: code, label, last day of the band
       *> counted from the business date, and the band's midpoint
       *> in days for the earnings estimate
       01  WS-BAND-DEFINITIONS.
           05  FILLER           PIC X(25)
               VALUE "ON OVERNIGHT     00001001".
           05  FILLER           PIC X(25)
               VALUE "1M 2D - 1 MONTH  00030016".
           05  FILLER           PIC X(25)
               VALUE "3M 1 - 3 MONTHS  00091061".
           05  FILLER           PIC X(25)
               VALUE "6M 3 - 6 MONTHS  00182137".
           05  FILLER           PIC X(25)
               VALUE "1Y 6 - 12 MONTHS 00365274".
           05  FILLER           PIC X(25)
               VALUE "2Y 1 - 2 YEARS   00730000".
           05  FILLER           PIC X(25)
               VALUE "3Y 2 - 3 YEARS   01095000".
           05  FILLER           PIC X(25)
               VALUE "5Y 3 - 5 YEARS   01826000".
           05  FILLER           PIC X(25)
               VALUE "5Y+OVER 5 YEARS  99999000".
       01  WS-BAND-DEFS-R REDEFINES WS-BAND-DEFINITIONS.
           05  WS-BAND-DEF      OCCURS 9 TIMES.
               10  WS-BAND-CODE     PIC X(3).
               10  WS-BAND-LABEL    PIC X(14).
               10  WS-BAND-LIMIT    PIC 9(5).
               10  WS-BAND-MID      PIC 9(3).
       01  WS-BAND-COUNT        PIC 9(2) VALUE 9.
       01  WS-BAND-IX           PIC 9(2).
       01  WS-FOUND-IX          PIC 9(2).

       01  WS-BAND-FIGURES.
           05  WS-BAND-ENTRY    OCCURS 9 TIMES.
               10  WS-BAND-ASSETS   PIC S9(13)V99.
               10  WS-BAND-LIABS    PIC S9(13)V99.
               10  WS-BAND-NMD-PCT  PIC 9(3)V99.
               10  WS-BAND-GAP      PIC S9(13)V99.
               10  WS-BAND-CUM-GAP  PIC S9(13)V99.

       *> alm_parameters.dat: SHOCK_BP,basis points of parallel
       *> shock; VARIABLE_RESET_DAYS,days to the next rate reset on
       *> variable-rate loans (they follow the base rate, so one
       *> day unless treasury says otherwise); NMD,band,percent -
       *> the behavioural run-off profile for deposits with no
       *> contractual maturity
       01  WS-PARM-FIELDS       PIC X(80).
       01  WS-PARM-NAME         PIC X(20).
       01  WS-PARM-VALUE-1      PIC X(20).
       01  WS-PARM-VALUE-2      PIC X(20).
       01  WS-SHOCK-BP          PIC 9(4) VALUE 200.
       01  WS-RESET-DAYS        PIC 9(5) VALUE 1.
       01  WS-NMD-TOTAL-PCT     PIC 9(3)V99 VALUE 0.
       01  WS-WANT-CODE         PIC X(3).

       01  WS-DAYS              PIC S9(7).
       01  WS-AMOUNT            PIC S9(13)V99.
       01  WS-RATE-TYPE         PIC X(12).
       01  WS-VARIABLE-TOTAL    PIC S9(13)V99 VALUE 0.
       01  WS-NMD-BALANCE       PIC S9(13)V99 VALUE 0.
       01  WS-OVERDRAWN         PIC S9(13)V99 VALUE 0.
       01  WS-TERM-TOTAL        PIC S9(13)V99 VALUE 0.
       01  WS-FIXED-TOTAL       PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-ASSETS      PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-LIABS       PIC S9(13)V99 VALUE 0.
       01  WS-RUNNING-GAP       PIC S9(13)V99 VALUE 0.
       01  WS-NII-IMPACT        PIC S9(13)V99 VALUE 0.
       01  WS-NII-DOWN          PIC S9(13)V99.

       01  WS-EDIT-1            PIC -(13)9.99.
       01  WS-EDIT-2            PIC -(13)9.99.
       01  WS-EDIT-3            PIC -(13)9.99.
       01  WS-EDIT-4            PIC -(13)9.99.
       01  WS-PCT-EDIT          PIC ZZ9.99.
       01  WS-BP-EDIT           PIC ZZZ9.

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
           MOVE SPACES TO WS-SQL-DATE
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SQL-DATE

           INITIALIZE WS-BAND-FIGURES
           PERFORM LOAD-PARAMETERS
           IF WS-NMD-TOTAL-PCT NOT = 100
               *> no usable profile: treat non-maturity deposits as
               *> repricing overnight, the contractual position
               DISPLAY "WARNING: NMD profile in alm_parameters.dat "
                       "does not total 100 - non-maturity deposits "
                       "placed overnight"
               PERFORM CLEAR-ONE-NMD-PCT
                   VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > WS-BAND-COUNT
               MOVE 100 TO WS-BAND-NMD-PCT(1)
           END-IF

           PERFORM BAND-LOAN-PRINCIPAL
           PERFORM BAND-TERM-DEPOSITS
           PERFORM LOAD-DEMAND-BALANCES

           *> variable-rate principal reprices at its next reset,
           *> overdrawn balances on demand
           MOVE WS-RESET-DAYS TO WS-DAYS
           PERFORM FIND-BAND
           ADD WS-VARIABLE-TOTAL TO WS-BAND-ASSETS(WS-FOUND-IX)
           ADD WS-OVERDRAWN TO WS-BAND-ASSETS(1)
           PERFORM SPREAD-ONE-NMD-BAND
               VARYING WS-BAND-IX FROM 1 BY 1
               UNTIL WS-BAND-IX > WS-BAND-COUNT

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/alm_gap_" WS-BUSINESS-DATE(1:6) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-GAP-REPORT
           CLOSE REPORT-FILE

           MOVE WS-NII-IMPACT TO WS-EDIT-1
           DISPLAY "ALM gap report as at " WS-BUSINESS-DATE
                   ": +" WS-BP-EDIT "bp earnings impact "
                   FUNCTION TRIM(WS-EDIT-1) " - report in "
                   FUNCTION TRIM(WS-REPORT-FILENAME)

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CLEAR-ONE-NMD-PCT.
           MOVE 0 TO WS-BAND-NMD-PCT(WS-BAND-IX).

       LOAD-PARAMETERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PARAMETER-FILE
           IF PARAMETER-FILE-STATUS = "00"
               PERFORM LOAD-ONE-PARAMETER UNTIL WS-EOF = 'Y'
               CLOSE PARAMETER-FILE
           END-IF.

       LOAD-ONE-PARAMETER.
           READ PARAMETER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-PARM-FIELDS, WS-PARM-NAME,
                       WS-PARM-VALUE-1, WS-PARM-VALUE-2
                   MOVE FUNCTION TRIM(PARAMETER-RECORD)
                       TO WS-PARM-FIELDS
                   UNSTRING WS-PARM-FIELDS DELIMITED BY ","
                       INTO WS-PARM-NAME, WS-PARM-VALUE-1,
                            WS-PARM-VALUE-2
                   END-UNSTRING
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-NAME)
                       WHEN "SHOCK_BP"
                           COMPUTE WS-SHOCK-BP =
                               FUNCTION NUMVAL(WS-PARM-VALUE-1)
                       WHEN "VARIABLE_RESET_DAYS"
                           COMPUTE WS-RESET-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VALUE-1)
                       WHEN "NMD"
                           PERFORM LOAD-NMD-WEIGHT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LOAD-NMD-WEIGHT.
           MOVE FUNCTION UPPER-CASE(WS-PARM-VALUE-1) TO WS-WANT-CODE
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > WS-BAND-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-BAND-CODE(WS-BAND-IX) = WS-WANT-CODE
                   MOVE WS-BAND-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX > 0
               COMPUTE WS-BAND-NMD-PCT(WS-FOUND-IX) =
                   FUNCTION NUMVAL(WS-PARM-VALUE-2)
               ADD WS-BAND-NMD-PCT(WS-FOUND-IX) TO WS-NMD-TOTAL-PCT
           ELSE
               DISPLAY "WARNING: unknown band "
                       FUNCTION TRIM(WS-PARM-VALUE-1)
                       " in alm_parameters.dat ignored"
           END-IF.

       FIND-BAND.
           *> the first band whose last day is on or after WS-DAYS;
           *> anything already past due reprices overnight
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > WS-BAND-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-DAYS NOT > WS-BAND-LIMIT(WS-BAND-IX)
                   MOVE WS-BAND-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               MOVE WS-BAND-COUNT TO WS-FOUND-IX
           END-IF.

       BAND-LOAN-PRINCIPAL.
           *> unpaid principal by days to its due date; a fixed-rate
           *> instalment reprices when it is repaid, a variable-rate
           *> loan's whole balance at its next reset
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT s.due_date - DATE '" WS-SQL-DATE "', "
                  "SUM(s.principal_due), "
                  "COALESCE(l.rate_type,'FIXED') "
                  "FROM loan_schedule s JOIN loans l "
                  "ON s.loan_id = l.loan_id "
                  "WHERE s.status = 'DUE' AND l.status = 'ACTIVE' "
                  "GROUP BY 1, 3"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM BAND-ONE-LOAN-LINE UNTIL RC NOT = 0
           END-IF.

       BAND-ONE-LOAN-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS = FUNCTION NUMVAL(C1)
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(C2)
           MOVE FUNCTION TRIM(C3) TO WS-RATE-TYPE
           IF WS-RATE-TYPE = "VARIABLE"
               ADD WS-AMOUNT TO WS-VARIABLE-TOTAL
           ELSE
               ADD WS-AMOUNT TO WS-FIXED-TOTAL
               PERFORM FIND-BAND
               ADD WS-AMOUNT TO WS-BAND-ASSETS(WS-FOUND-IX)
           END-IF.

       BAND-TERM-DEPOSITS.
           *> term and recurring deposits reprice at maturity;
           *> broken deposits have already been paid out
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(a.maturity_date - DATE '"
                  WS-SQL-DATE "', 0), SUM(a.balance), '' "
                  "FROM accounts a JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE p.class IN ('TERM','RECURRING') "
                  "AND COALESCE(a.status,'OPEN') <> 'CLOSED' "
                  "AND NOT EXISTS (SELECT 1 FROM term_breaks tb "
                  "WHERE tb.account_id = a.account_id) "
                  "GROUP BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               PERFORM BAND-ONE-TERM-LINE UNTIL RC NOT = 0
           END-IF.

       BAND-ONE-TERM-LINE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               COMPUTE WS-DAYS = FUNCTION NUMVAL(C1)
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(C2)
               ADD WS-AMOUNT TO WS-TERM-TOTAL
               PERFORM FIND-BAND
               ADD WS-AMOUNT TO WS-BAND-LIABS(WS-FOUND-IX)
           END-IF.

       LOAD-DEMAND-BALANCES.
           *> everything else on deposit has no contractual
           *> maturity; overdrawn balances are lending on demand
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(SUM(GREATEST(a.balance,0)),0), "
                  "COALESCE(SUM(GREATEST(0 - a.balance,0)),0), '' "
                  "FROM accounts a LEFT JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE COALESCE(p.class,'CURRENT') "
                  "NOT IN ('TERM','RECURRING','LOAN') "
                  "AND COALESCE(a.status,'OPEN') <> 'CLOSED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               MOVE SPACES TO C1, C2, C3
               CALL STATIC "DB_FETCH"
                   USING BY VALUE STMT
                         BY REFERENCE C1, C2, C3
                   RETURNING RC
               IF RC = 0
                   COMPUTE WS-NMD-BALANCE = FUNCTION NUMVAL(C1)
                   COMPUTE WS-OVERDRAWN = FUNCTION NUMVAL(C2)
               END-IF
           END-IF.

       SPREAD-ONE-NMD-BAND.
           COMPUTE WS-AMOUNT ROUNDED =
               WS-NMD-BALANCE * WS-BAND-NMD-PCT(WS-BAND-IX) / 100
           ADD WS-AMOUNT TO WS-BAND-LIABS(WS-BAND-IX).

       WRITE-GAP-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "INTEREST-RATE AND MATURITY GAP AS AT "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FIXED-TOTAL TO WS-EDIT-1
           MOVE WS-VARIABLE-TOTAL TO WS-EDIT-2
           MOVE WS-OVERDRAWN TO WS-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "Assets: fixed-rate loan principal "
                  FUNCTION TRIM(WS-EDIT-1)
                  ", variable-rate " FUNCTION TRIM(WS-EDIT-2)
                  ", overdrawn balances " FUNCTION TRIM(WS-EDIT-3)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TERM-TOTAL TO WS-EDIT-1
           MOVE WS-NMD-BALANCE TO WS-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "Liabilities: term deposits "
                  FUNCTION TRIM(WS-EDIT-1)
                  ", non-maturity deposits (behavioural profile) "
                  FUNCTION TRIM(WS-EDIT-2)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BAND" TO REPORT-LINE
           MOVE "ASSETS" TO REPORT-LINE(26:)
           MOVE "LIABILITIES" TO REPORT-LINE(39:)
           MOVE "GAP" TO REPORT-LINE(65:)
           MOVE "CUMULATIVE GAP" TO REPORT-LINE(72:)
           MOVE "NMD %" TO REPORT-LINE(88:)
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-BAND
               VARYING WS-BAND-IX FROM 1 BY 1
               UNTIL WS-BAND-IX > WS-BAND-COUNT
           MOVE WS-TOTAL-ASSETS TO WS-EDIT-1
           MOVE WS-TOTAL-LIABS TO WS-EDIT-2
           MOVE WS-RUNNING-GAP TO WS-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL         " WS-EDIT-1 " " WS-EDIT-2 " "
                  WS-EDIT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           *> a parallel shift reprices each band's gap for the rest
           *> of the coming year, from the band's midpoint
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SHOCK-BP TO WS-BP-EDIT
           COMPUTE WS-NII-DOWN = 0 - WS-NII-IMPACT
           MOVE WS-NII-IMPACT TO WS-EDIT-1
           MOVE WS-NII-DOWN TO WS-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "12-MONTH NET INTEREST INCOME IMPACT OF A PARALLEL "
                  "SHOCK OF " FUNCTION TRIM(WS-BP-EDIT) "bp"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  rates up   " WS-EDIT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  rates down " WS-EDIT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-BAND.
           COMPUTE WS-BAND-GAP(WS-BAND-IX) =
               WS-BAND-ASSETS(WS-BAND-IX) - WS-BAND-LIABS(WS-BAND-IX)
           ADD WS-BAND-GAP(WS-BAND-IX) TO WS-RUNNING-GAP
           MOVE WS-RUNNING-GAP TO WS-BAND-CUM-GAP(WS-BAND-IX)
           ADD WS-BAND-ASSETS(WS-BAND-IX) TO WS-TOTAL-ASSETS
           ADD WS-BAND-LIABS(WS-BAND-IX) TO WS-TOTAL-LIABS
           IF WS-BAND-MID(WS-BAND-IX) > 0
               COMPUTE WS-NII-IMPACT ROUNDED = WS-NII-IMPACT
                   + WS-BAND-GAP(WS-BAND-IX) * WS-SHOCK-BP / 10000
                   * (365 - WS-BAND-MID(WS-BAND-IX)) / 365
           END-IF
           MOVE WS-BAND-ASSETS(WS-BAND-IX) TO WS-EDIT-1
           MOVE WS-BAND-LIABS(WS-BAND-IX) TO WS-EDIT-2
           MOVE WS-BAND-GAP(WS-BAND-IX) TO WS-EDIT-3
           MOVE WS-BAND-CUM-GAP(WS-BAND-IX) TO WS-EDIT-4
           MOVE WS-BAND-NMD-PCT(WS-BAND-IX) TO WS-PCT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-BAND-LABEL(WS-BAND-IX)
                  WS-EDIT-1 " " WS-EDIT-2 " " WS-EDIT-3 " "
                  WS-EDIT-4 " " WS-PCT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
