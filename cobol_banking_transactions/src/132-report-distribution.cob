IDENTIFICATION DIVISION.
       PROGRAM-ID. report-distribution.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-FILE ASSIGN TO "report_distribution.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-FILE-STATUS.
           SELECT REPORT-IN-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-IN-STATUS.
           SELECT BRANCH-OUT-FILE ASSIGN TO WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-OUT-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-FILE.
       01  ROUTE-RECORD         PIC X(300).
       FD  REPORT-IN-FILE.
       01  REPORT-IN-LINE       PIC X(300).
       FD  BRANCH-OUT-FILE.
       01  BRANCH-OUT-LINE      PIC X(300).
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "report-distribution".
       01  ROUTE-FILE-STATUS    PIC XX.
       01  REPORT-IN-STATUS     PIC XX.
       01  BRANCH-OUT-STATUS    PIC XX.
       01  WS-EOF               PIC X.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-CALENDAR-DATE     PIC X(8).
       01  WS-FILE-DATE         PIC X(8).
       01  WS-REPORT-FILENAME   PIC X(80).
       01  WS-REPORT-BASENAME   PIC X(60).
       01  WS-OUT-FILENAME      PIC X(100).
       01  WS-MANIFEST-FILENAME PIC X(80).
       01  WS-MKDIR-COMMAND     PIC X(120).

       *> The reports the night's batch leaves in build/, and how
       *> each is cut up: L splits at the "=====" rule that opens
       *> every letter, R splits line by line; split N sends the
       *> whole report to head office. Dated B by business date, C
       *> by calendar date.
       01  WS-CATALOGUE-DEFINITIONS.
           05  FILLER           PIC X(21)
               VALUE "OVERDRAFT-NOTICES LYB".
           05  FILLER           PIC X(27)
               VALUE "overdraft_notices_".
           05  FILLER           PIC X(21)
               VALUE "OVERDRAFT-CONTROL RNB".
           05  FILLER           PIC X(27)
               VALUE "overdraft_notice_control_".
           05  FILLER           PIC X(21)
               VALUE "DORMANCY-NOTICES  LYB".
           05  FILLER           PIC X(27)
               VALUE "dormancy_notices_".
           05  FILLER           PIC X(21)
               VALUE "PRICING-NOTICES   LYB".
           05  FILLER           PIC X(27)
               VALUE "pricing_notices_".
           05  FILLER           PIC X(21)
               VALUE "MAIL-SUPPRESSION  RYB".
           05  FILLER           PIC X(27)
               VALUE "mail_suppression_report_".
           05  FILLER           PIC X(21)
               VALUE "LOAN-ARREARS      RYB".
           05  FILLER           PIC X(27)
               VALUE "loan_arrears_report_".
           05  FILLER           PIC X(21)
               VALUE "RETURNED-CHEQUES  RYB".
           05  FILLER           PIC X(27)
               VALUE "returned_cheque_exceptions_".
           05  FILLER           PIC X(21)
               VALUE "ACTIVITY-ANOMALIESRYC".
           05  FILLER           PIC X(27)
               VALUE "activity_anomalies_".
           05  FILLER           PIC X(21)
               VALUE "LARGE-TRANSACTIONSRYC".
           05  FILLER           PIC X(27)
               VALUE "large_tx_report_".
           05  FILLER           PIC X(21)
               VALUE "SCREENING-REPORT  RNB".
           05  FILLER           PIC X(27)
               VALUE "screening_report_".
       01  WS-CATALOGUE-R REDEFINES WS-CATALOGUE-DEFINITIONS.
           05  WS-CAT-ENTRY     OCCURS 10 TIMES.
               10  WS-CAT-REPORT    PIC X(18).
               10  WS-CAT-UNIT      PIC X.
               10  WS-CAT-SPLIT     PIC X.
               10  WS-CAT-DATE-KIND PIC X.
               10  WS-CAT-PREFIX    PIC X(27).
       01  WS-CAT-COUNT         PIC 9(2) VALUE 10.
       01  WS-CAT-IX            PIC 9(2).

       *> report_distribution.dat: report,branch,recipients - branch
       *> * is the default for any branch not listed, HQ is head
       *> office
       01  WS-ROUTE-TABLE.
           05  WS-RT-ENTRY      OCCURS 200 TIMES.
               10  WS-RT-REPORT     PIC X(18).
               10  WS-RT-BRANCH     PIC X(10).
               10  WS-RT-RECIPIENTS PIC X(200).
       01  WS-RT-USED           PIC 9(3) VALUE 0.
       01  WS-RT-IX             PIC 9(3).
       01  WS-ROUTE-FIELDS      PIC X(300).
       01  WS-ROUTE-F1          PIC X(18).
       01  WS-ROUTE-F2          PIC X(10).
       01  WS-ROUTE-F3          PIC X(200).
       01  WS-RECIPIENTS        PIC X(200).

       *> where each letter (L) or line (R) of the report goes;
       *> spaces on an R line means it names no account
       01  WS-UNIT-TABLE.
           05  WS-UNIT-BRANCH   PIC X(10) OCCURS 5000 TIMES.
       01  WS-UNIT-USED         PIC 9(5) VALUE 0.
       01  WS-UNIT-NO           PIC 9(5).
       01  WS-UNIT-IX           PIC 9(5).
       01  WS-UNIT-OVERFLOW     PIC X.

       01  WS-BRANCH-LIST.
           05  WS-BL-ENTRY      OCCURS 100 TIMES.
               10  WS-BL-CODE       PIC X(10).
               10  WS-BL-UNITS      PIC 9(5).
       01  WS-BL-USED           PIC 9(3) VALUE 0.
       01  WS-BL-IX             PIC 9(3).
       01  WS-FOUND-IX          PIC 9(3).
       01  WS-WANT-BRANCH       PIC X(10).

       *> account numbers are picked out of the report text and
       *> looked up for their branch
       01  WS-TOKEN             PIC X(40).
       01  WS-TOKEN-LEN         PIC 9(3).
       01  WS-SCAN-PTR          PIC 9(3).
       01  WS-LINE-BRANCH       PIC X(10).

       01  WS-REPORT-STATE      PIC X.
           88  REPORT-MISSING          VALUE 'M'.
           88  REPORT-READ             VALUE 'R'.
       01  WS-TOTAL-LINES       PIC 9(7).
       01  WS-SEEN-DETAIL       PIC X.
       01  WS-OUT-LINES         PIC 9(7).
       01  WS-OUT-PAGES         PIC 9(5).
       01  WS-PAGE-LINES        PIC 9(3) VALUE 60.
       01  WS-OUT-LINES-DSP     PIC Z(6)9.
       01  WS-OUT-PAGES-DSP     PIC Z(4)9.
       01  WS-FILES-WRITTEN     PIC 9(5) VALUE 0.
       01  WS-NOTHING-COUNT     PIC 9(5) VALUE 0.
       01  WS-OPEN-FAILURES     PIC 9(5) VALUE 0.
       01  WS-NOTHING-REASON    PIC X(40).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "report-distribution".
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

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CALENDAR-DATE
           PERFORM LOAD-ROUTES

           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING "build/distribution_manifest_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-LINE
           STRING "REPORT DISTRIBUTION MANIFEST - BUSINESS DATE "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE
           MOVE ALL "=" TO MANIFEST-LINE(1:78)
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "REPORT             BRANCH      PAGES    LINES  "
                  "FILE / RECIPIENTS"
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE

           PERFORM DISTRIBUTE-ONE-REPORT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT

           MOVE SPACES TO MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "FILES DISTRIBUTED: " WS-FILES-WRITTEN
                  "   NOTHING TO SEND: " WS-NOTHING-COUNT
                  "   NOT WRITTEN: " WS-OPEN-FAILURES
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE
           CLOSE MANIFEST-FILE
           DISPLAY "Distribution manifest written to "
                   FUNCTION TRIM(WS-MANIFEST-FILENAME)

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC
           IF WS-OPEN-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ROUTES.
           MOVE 0 TO WS-RT-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT ROUTE-FILE
           IF ROUTE-FILE-STATUS = "00"
               PERFORM LOAD-ONE-ROUTE UNTIL WS-EOF = 'Y'
               CLOSE ROUTE-FILE
           ELSE
               DISPLAY "WARNING: report_distribution.dat not found - "
                       "no recipients on file for any branch."
           END-IF.

       LOAD-ONE-ROUTE.
           READ ROUTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ROUTE-RECORD(1:1) NOT = "#"
                      AND ROUTE-RECORD NOT = SPACES
                      AND WS-RT-USED < 200
                       MOVE SPACES TO WS-ROUTE-FIELDS, WS-ROUTE-F1,
                           WS-ROUTE-F2, WS-ROUTE-F3
                       MOVE FUNCTION TRIM(ROUTE-RECORD)
                           TO WS-ROUTE-FIELDS
                       UNSTRING WS-ROUTE-FIELDS DELIMITED BY ","
                           INTO WS-ROUTE-F1, WS-ROUTE-F2, WS-ROUTE-F3
                       END-UNSTRING
                       ADD 1 TO WS-RT-USED
                       MOVE FUNCTION UPPER-CASE(WS-ROUTE-F1)
                           TO WS-RT-REPORT(WS-RT-USED)
                       MOVE FUNCTION UPPER-CASE(WS-ROUTE-F2)
                           TO WS-RT-BRANCH(WS-RT-USED)
                       MOVE WS-ROUTE-F3
                           TO WS-RT-RECIPIENTS(WS-RT-USED)
                   END-IF
           END-READ.

       DISTRIBUTE-ONE-REPORT.
           IF WS-CAT-DATE-KIND(WS-CAT-IX) = "C"
               MOVE WS-CALENDAR-DATE TO WS-FILE-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-FILE-DATE
           END-IF
           MOVE SPACES TO WS-REPORT-BASENAME
           STRING FUNCTION TRIM(WS-CAT-PREFIX(WS-CAT-IX))
                  WS-FILE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-BASENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/" FUNCTION TRIM(WS-REPORT-BASENAME)
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           PERFORM SCAN-REPORT
           IF REPORT-MISSING
               MOVE "report not produced" TO WS-NOTHING-REASON
               PERFORM RECORD-NOTHING-TO-SEND
               EXIT PARAGRAPH
           END-IF
           IF WS-BL-USED = 0
               MOVE "report came out empty" TO WS-NOTHING-REASON
               PERFORM RECORD-NOTHING-TO-SEND
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BRANCH-FILE
               VARYING WS-BL-IX FROM 1 BY 1
               UNTIL WS-BL-IX > WS-BL-USED.

       SCAN-REPORT.
           *> first pass: settle where every letter or line goes and
           *> which branches get a file at all
           MOVE 0 TO WS-UNIT-USED, WS-BL-USED, WS-TOTAL-LINES
           MOVE 'N' TO WS-UNIT-OVERFLOW
           MOVE 'R' TO WS-REPORT-STATE
           OPEN INPUT REPORT-IN-FILE
           IF REPORT-IN-STATUS NOT = "00"
               MOVE 'M' TO WS-REPORT-STATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM SCAN-ONE-LINE UNTIL WS-EOF = 'Y'
           CLOSE REPORT-IN-FILE
           IF WS-UNIT-OVERFLOW = 'Y'
               DISPLAY "WARNING: " FUNCTION TRIM(WS-REPORT-FILENAME)
                       " is longer than 5000 items - the rest go to "
                       "head office."
           END-IF

           IF WS-CAT-SPLIT(WS-CAT-IX) = "N"
               *> a report with no branch split goes to head office
               *> whole, provided there is anything in it
               IF WS-TOTAL-LINES > 0
                   MOVE "HQ" TO WS-WANT-BRANCH
                   PERFORM FIND-OR-ADD-BRANCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-ONE-UNIT
               VARYING WS-UNIT-IX FROM 1 BY 1
               UNTIL WS-UNIT-IX > WS-UNIT-USED.

       SCAN-ONE-LINE.
           READ REPORT-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF REPORT-IN-LINE NOT = SPACES
                       ADD 1 TO WS-TOTAL-LINES
                   END-IF
                   IF WS-CAT-SPLIT(WS-CAT-IX) = "Y"
                       PERFORM CLASSIFY-SCANNED-LINE
                   END-IF
           END-READ.

       CLASSIFY-SCANNED-LINE.
           IF WS-CAT-UNIT(WS-CAT-IX) = "L"
               IF REPORT-IN-LINE(1:5) = "====="
                   IF WS-UNIT-USED < 5000
                       ADD 1 TO WS-UNIT-USED
                       MOVE SPACES TO WS-UNIT-BRANCH(WS-UNIT-USED)
                   ELSE
                       MOVE 'Y' TO WS-UNIT-OVERFLOW
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF WS-UNIT-USED > 0
                   IF WS-UNIT-BRANCH(WS-UNIT-USED) = SPACES
                       PERFORM FIND-LINE-BRANCH
                       MOVE WS-LINE-BRANCH
                           TO WS-UNIT-BRANCH(WS-UNIT-USED)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-UNIT-USED < 5000
               ADD 1 TO WS-UNIT-USED
               PERFORM FIND-LINE-BRANCH
               MOVE WS-LINE-BRANCH TO WS-UNIT-BRANCH(WS-UNIT-USED)
           ELSE
               MOVE 'Y' TO WS-UNIT-OVERFLOW
           END-IF.

       FIND-LINE-BRANCH.
           MOVE SPACES TO WS-LINE-BRANCH
           MOVE 1 TO WS-SCAN-PTR
           PERFORM TRY-ONE-TOKEN
               UNTIL WS-SCAN-PTR > 300 OR WS-LINE-BRANCH NOT = SPACES.

       TRY-ONE-TOKEN.
           MOVE SPACES TO WS-TOKEN
           UNSTRING REPORT-IN-LINE DELIMITED BY ALL SPACE
               INTO WS-TOKEN
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           INSPECT WS-TOKEN REPLACING ALL "," BY SPACE
                                      ALL ";" BY SPACE
                                      ALL ":" BY SPACE
           MOVE FUNCTION TRIM(WS-TOKEN) TO WS-TOKEN
           IF WS-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOKEN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
           *> only an all-digit word of account-number length is
           *> worth a lookup
           IF WS-TOKEN-LEN < 4 OR WS-TOKEN-LEN > 20
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN(1:WS-TOKEN-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(NULLIF(branch_code,''),'HQ') "
                  "FROM accounts WHERE account_id = '"
                  WS-TOKEN(1:WS-TOKEN-LEN)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND SINGLE-RESULT-BUFFER NOT = SPACES
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   TO WS-LINE-BRANCH
           END-IF.

       LIST-ONE-UNIT.
           IF WS-CAT-UNIT(WS-CAT-IX) = "L"
               *> a letter whose account cannot be placed is posted
               *> from head office
               IF WS-UNIT-BRANCH(WS-UNIT-IX) = SPACES
                   MOVE "HQ" TO WS-UNIT-BRANCH(WS-UNIT-IX)
               END-IF
           END-IF
           IF WS-UNIT-BRANCH(WS-UNIT-IX) NOT = SPACES
               MOVE WS-UNIT-BRANCH(WS-UNIT-IX) TO WS-WANT-BRANCH
               PERFORM FIND-OR-ADD-BRANCH
           END-IF.

       FIND-OR-ADD-BRANCH.
           MOVE 0 TO WS-FOUND-IX
           PERFORM MATCH-ONE-BRANCH
               VARYING WS-BL-IX FROM 1 BY 1
               UNTIL WS-BL-IX > WS-BL-USED OR WS-FOUND-IX > 0
           IF WS-FOUND-IX = 0
               IF WS-BL-USED < 100
                   ADD 1 TO WS-BL-USED
                   MOVE WS-BL-USED TO WS-FOUND-IX
                   MOVE WS-WANT-BRANCH TO WS-BL-CODE(WS-FOUND-IX)
                   MOVE 0 TO WS-BL-UNITS(WS-FOUND-IX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-BL-UNITS(WS-FOUND-IX).

       MATCH-ONE-BRANCH.
           IF WS-BL-CODE(WS-BL-IX) = WS-WANT-BRANCH
               MOVE WS-BL-IX TO WS-FOUND-IX
           END-IF.

       WRITE-BRANCH-FILE.
           *> second pass, once per branch: the report's heading
           *> lines and that branch's letters or lines
           MOVE SPACES TO WS-MKDIR-COMMAND
           STRING "mkdir -p build/distribution/"
                  FUNCTION TRIM(WS-BL-CODE(WS-BL-IX))
               DELIMITED BY SIZE INTO WS-MKDIR-COMMAND
           CALL "SYSTEM" USING WS-MKDIR-COMMAND
           MOVE SPACES TO WS-OUT-FILENAME
           STRING "build/distribution/"
                  FUNCTION TRIM(WS-BL-CODE(WS-BL-IX)) "/"
                  FUNCTION TRIM(WS-REPORT-BASENAME)
               DELIMITED BY SIZE INTO WS-OUT-FILENAME
           OPEN OUTPUT BRANCH-OUT-FILE
           IF BRANCH-OUT-STATUS NOT = "00"
               ADD 1 TO WS-OPEN-FAILURES
               MOVE SPACES TO MANIFEST-LINE
               STRING WS-CAT-REPORT(WS-CAT-IX) " "
                      WS-BL-CODE(WS-BL-IX)
                      "  NOT WRITTEN - could not open "
                      FUNCTION TRIM(WS-OUT-FILENAME)
                   DELIMITED BY SIZE INTO MANIFEST-LINE
               PERFORM WRITE-MANIFEST-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OUT-LINES, WS-UNIT-NO
           MOVE 'N' TO WS-SEEN-DETAIL
           MOVE 'N' TO WS-EOF
           OPEN INPUT REPORT-IN-FILE
           PERFORM COPY-ONE-LINE UNTIL WS-EOF = 'Y'
           CLOSE REPORT-IN-FILE
           CLOSE BRANCH-OUT-FILE
           ADD 1 TO WS-FILES-WRITTEN

           IF WS-CAT-UNIT(WS-CAT-IX) = "L"
              AND WS-CAT-SPLIT(WS-CAT-IX) = "Y"
               *> one letter, one page
               MOVE WS-BL-UNITS(WS-BL-IX) TO WS-OUT-PAGES
           ELSE
               COMPUTE WS-OUT-PAGES =
                   (WS-OUT-LINES + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           END-IF
           MOVE WS-OUT-PAGES TO WS-OUT-PAGES-DSP
           MOVE WS-OUT-LINES TO WS-OUT-LINES-DSP
           MOVE WS-BL-CODE(WS-BL-IX) TO WS-WANT-BRANCH
           PERFORM FIND-RECIPIENTS

           MOVE SPACES TO MANIFEST-LINE
           STRING WS-CAT-REPORT(WS-CAT-IX) " "
                  WS-BL-CODE(WS-BL-IX) " "
                  WS-OUT-PAGES-DSP "  "
                  WS-OUT-LINES-DSP "  "
                  FUNCTION TRIM(WS-OUT-FILENAME)
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "                                           to: "
                  FUNCTION TRIM(WS-RECIPIENTS)
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE.

       COPY-ONE-LINE.
           READ REPORT-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM ROUTE-COPIED-LINE
           END-READ.

       ROUTE-COPIED-LINE.
           IF WS-CAT-SPLIT(WS-CAT-IX) = "N"
               PERFORM WRITE-BRANCH-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-CAT-UNIT(WS-CAT-IX) = "L"
               IF REPORT-IN-LINE(1:5) = "====="
                   ADD 1 TO WS-UNIT-NO
               END-IF
               IF WS-UNIT-NO = 0
                   *> anything ahead of the first letter is heading
                   PERFORM WRITE-BRANCH-LINE
                   EXIT PARAGRAPH
               END-IF
               IF WS-UNIT-NO > WS-UNIT-USED
                   MOVE WS-UNIT-USED TO WS-UNIT-IX
               ELSE
                   MOVE WS-UNIT-NO TO WS-UNIT-IX
               END-IF
               IF WS-UNIT-BRANCH(WS-UNIT-IX) = WS-BL-CODE(WS-BL-IX)
                   PERFORM WRITE-BRANCH-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNIT-NO
           IF WS-UNIT-NO > WS-UNIT-USED
               *> past what the first pass could place - head office
               IF WS-BL-CODE(WS-BL-IX) = "HQ"
                   PERFORM WRITE-BRANCH-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-UNIT-BRANCH(WS-UNIT-NO) = SPACES
               *> lines naming no account ahead of the first detail
               *> line are the report's heading, repeated on every
               *> branch's copy; later ones are bank-wide totals
               IF WS-SEEN-DETAIL = 'N'
                   PERFORM WRITE-BRANCH-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SEEN-DETAIL
           IF WS-UNIT-BRANCH(WS-UNIT-NO) = WS-BL-CODE(WS-BL-IX)
               PERFORM WRITE-BRANCH-LINE
           END-IF.

       WRITE-BRANCH-LINE.
           MOVE REPORT-IN-LINE TO BRANCH-OUT-LINE
           WRITE BRANCH-OUT-LINE
           ADD 1 TO WS-OUT-LINES.

       FIND-RECIPIENTS.
           *> the branch's own line first, then the report's default
           MOVE SPACES TO WS-RECIPIENTS
           PERFORM MATCH-ONE-ROUTE
               VARYING WS-RT-IX FROM 1 BY 1
               UNTIL WS-RT-IX > WS-RT-USED OR WS-RECIPIENTS NOT = SPACES
           IF WS-RECIPIENTS = SPACES
               MOVE "*" TO WS-WANT-BRANCH
               PERFORM MATCH-ONE-ROUTE
                   VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RT-USED
                      OR WS-RECIPIENTS NOT = SPACES
           END-IF
           IF WS-RECIPIENTS = SPACES
               MOVE "(no recipient on file)" TO WS-RECIPIENTS
           END-IF.

       MATCH-ONE-ROUTE.
           IF WS-RT-REPORT(WS-RT-IX) = WS-CAT-REPORT(WS-CAT-IX)
              AND WS-RT-BRANCH(WS-RT-IX) = WS-WANT-BRANCH
               MOVE WS-RT-RECIPIENTS(WS-RT-IX) TO WS-RECIPIENTS
           END-IF.

       RECORD-NOTHING-TO-SEND.
           ADD 1 TO WS-NOTHING-COUNT
           MOVE SPACES TO MANIFEST-LINE
           STRING WS-CAT-REPORT(WS-CAT-IX) " "
                  "--          NOTHING TO SEND ("
                  FUNCTION TRIM(WS-NOTHING-REASON) ") "
                  FUNCTION TRIM(WS-REPORT-FILENAME)
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE.

       WRITE-MANIFEST-LINE.
           WRITE MANIFEST-LINE
           DISPLAY FUNCTION TRIM(MANIFEST-LINE TRAILING).
