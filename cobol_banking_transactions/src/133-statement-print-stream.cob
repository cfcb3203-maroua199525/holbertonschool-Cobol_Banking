IDENTIFICATION DIVISION.
       PROGRAM-ID. statement-print-stream.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT INSERT-LOG-FILE ASSIGN TO WS-INSERT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSERT-LOG-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
           SELECT PRINT-STREAM-FILE ASSIGN TO WS-STREAM-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESORT-WORK ASSIGN TO "build/presort_work.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD      PIC X(60).
       FD  INSERT-LOG-FILE.
       01  INSERT-LOG-RECORD    PIC X(40).
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD     PIC X(132).
       FD  PRINT-STREAM-FILE.
       01  PRINT-STREAM-RECORD  PIC X(300).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD       PIC X(80).
       *> one record per statement to be mailed, in postal presort
       *> order; pieces with no postal code sort after the rest
       SD  PRESORT-WORK.
       01  PRESORT-RECORD.
           05  PS-NO-CODE       PIC X.
           05  PS-POSTAL-CODE   PIC X(10).
           05  PS-ADDRESS       PIC X(120).
           05  PS-ACCOUNT       PIC X(10).
           05  PS-NAME          PIC X(50).
           05  PS-PAGES         PIC 9(3).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "statement-print-stream".
       01  REGISTER-FILE-STATUS PIC XX.
       01  INSERT-LOG-STATUS    PIC XX.
       01  STATEMENT-FILE-STATUS PIC XX.
       01  WS-EOF               PIC X.
       01  WS-SORT-EOF          PIC X.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REGISTER-NAME     PIC X(60).
       01  WS-INSERT-LOG-NAME   PIC X(60).
       01  WS-STATEMENT-NAME    PIC X(60).
       01  WS-STREAM-NAME       PIC X(60).
       01  WS-CONTROL-NAME      PIC X(60).

       *> the statements the cycle scheduler produced this cycle
       01  WS-PRODUCED-TABLE.
           05  WS-PRODUCED-ACCOUNT PIC X(10) OCCURS 500 TIMES.
       01  WS-PRODUCED-USED     PIC 9(3) VALUE 0.
       01  WS-PRODUCED-IX       PIC 9(3).
       01  WS-PRODUCED-FOUND    PIC X.
       01  WS-REG-FIELDS        PIC X(60).
       01  WS-REG-F1            PIC X(15).
       01  WS-REG-F2            PIC X(12).

       *> the inserts statement-generator applied, account by
       *> campaign
       01  WS-INSERT-TABLE.
           05  WS-INS-ENTRY     OCCURS 2000 TIMES.
               10  WS-INS-ACCOUNT   PIC X(10).
               10  WS-INS-CAMPAIGN  PIC X(12).
       01  WS-INS-USED          PIC 9(4) VALUE 0.
       01  WS-INS-IX            PIC 9(4).
       01  WS-INS-FIELDS        PIC X(40).
       01  WS-INS-F1            PIC X(15).
       01  WS-INS-F2            PIC X(12).

       *> one statement's addressee and delivery options
       01  WS-ACCOUNT-ID        PIC X(10).
       01  WS-OPTIONS           PIC X(64).
       01  WS-PREF              PIC X(12).
       01  WS-MAIL-SUPPRESSED   PIC X(1).
       01  WS-CUST-NAME         PIC X(50).
       01  WS-NORM-ADDRESS      PIC X(120).
       01  WS-STMT-LINES        PIC 9(5).
       01  WS-STMT-PAGES        PIC 9(3).
       01  WS-PAGE-LINES        PIC 9(3) VALUE 55.

       *> the postal code is the address's last word - the last
       *> two where it is an outward/inward pair such as "SW1A 1AA"
       01  WS-ADDR-TOKENS.
           05  WS-ADDR-TOKEN    PIC X(20) OCCURS 30 TIMES.
       01  WS-ADDR-TOKEN-USED   PIC 9(2).
       01  WS-ADDR-PTR          PIC 9(3).
       01  WS-TOKEN-WORK        PIC X(20).
       01  WS-LAST-TOKEN        PIC X(20).
       01  WS-PREV-TOKEN        PIC X(20).
       01  WS-LAST-LEN          PIC 9(2).
       01  WS-PREV-LEN          PIC 9(2).
       01  WS-DIGIT-COUNT       PIC 9(3).
       01  WS-PREV-DIGITS       PIC 9(3).
       01  WS-POSTAL-CODE       PIC X(10).

       *> the envelope being filled - every statement for one
       *> normalized address goes in one envelope
       01  WS-ENV-POSTAL        PIC X(10).
       01  WS-ENV-NO-CODE       PIC X.
       01  WS-ENV-ADDRESS       PIC X(120).
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY     OCCURS 20 TIMES.
               10  WS-ENV-ACCOUNT   PIC X(10).
               10  WS-ENV-NAME      PIC X(50).
               10  WS-ENV-PAGES     PIC 9(3).
       01  WS-ENV-USED          PIC 9(2) VALUE 0.
       01  WS-ENV-IX            PIC 9(2).
       01  WS-ENV-PAGE-TOTAL    PIC 9(5).
       01  WS-ENV-ADDRESSEE     PIC X(104).
       01  WS-ENV-INSERTS.
           05  WS-ENV-INSERT    PIC X(12) OCCURS 10 TIMES.
       01  WS-ENV-INSERT-USED   PIC 9(2).
       01  WS-ENV-INSERT-IX     PIC 9(2).
       01  WS-ENV-INSERT-FOUND  PIC X.
       01  WS-ENV-INSERT-LIST   PIC X(140).
       01  WS-INSERT-PTR        PIC 9(3).
       01  WS-ENV-SEQ           PIC 9(6) VALUE 0.
       01  WS-ENV-STMT-DSP      PIC 9(3).

       *> job control totals the mail house reconciles against
       01  WS-STATEMENT-TOTAL   PIC 9(6) VALUE 0.
       01  WS-PAGE-TOTAL        PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT  PIC 9(6) VALUE 0.
       01  WS-ELECTRONIC-COUNT  PIC 9(6) VALUE 0.
       01  WS-NO-ADDRESS-COUNT  PIC 9(6) VALUE 0.
       01  WS-MISSING-COUNT     PIC 9(6) VALUE 0.
       01  WS-SAVED-ENVELOPES   PIC 9(6) VALUE 0.
       01  WS-CAMPAIGN-TOTALS.
           05  WS-CT-ENTRY      OCCURS 50 TIMES.
               10  WS-CT-CAMPAIGN   PIC X(12).
               10  WS-CT-ENVELOPES  PIC 9(6).
       01  WS-CT-USED           PIC 9(2) VALUE 0.
       01  WS-CT-IX             PIC 9(2).
       01  WS-CT-FOUND          PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           PERFORM LOAD-PRODUCED-STATEMENTS
           IF WS-PRODUCED-USED = 0
               DISPLAY "No statements produced for " WS-BUSINESS-DATE
                       " - no print stream written."
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

           PERFORM LOAD-INSERT-LOG

           MOVE SPACES TO WS-STREAM-NAME
           STRING "build/print_stream_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-STREAM-NAME
           OPEN OUTPUT PRINT-STREAM-FILE
           MOVE SPACES TO PRINT-STREAM-RECORD
           STRING "HDR|" WS-BUSINESS-DATE "|STATEMENTS"
               DELIMITED BY SIZE INTO PRINT-STREAM-RECORD
           WRITE PRINT-STREAM-RECORD

           SORT PRESORT-WORK
               ON ASCENDING KEY PS-NO-CODE PS-POSTAL-CODE
                                PS-ADDRESS PS-ACCOUNT
               INPUT PROCEDURE IS RELEASE-MAILABLE-STATEMENTS
               OUTPUT PROCEDURE IS WRITE-ENVELOPES

           MOVE SPACES TO PRINT-STREAM-RECORD
           STRING "TRL|" WS-ENV-SEQ "|" WS-STATEMENT-TOTAL "|"
                  WS-PAGE-TOTAL
               DELIMITED BY SIZE INTO PRINT-STREAM-RECORD
           WRITE PRINT-STREAM-RECORD
           CLOSE PRINT-STREAM-FILE
           PERFORM WRITE-CONTROL-TOTALS

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC

           DISPLAY "Print stream " FUNCTION TRIM(WS-STREAM-NAME) ": "
                   WS-ENV-SEQ " envelope(s), " WS-STATEMENT-TOTAL
                   " statement(s), " WS-PAGE-TOTAL " page(s)."
           DISPLAY "  not posted: " WS-SUPPRESSED-COUNT
                   " mail-suppressed, " WS-ELECTRONIC-COUNT
                   " e-delivery, " WS-NO-ADDRESS-COUNT
                   " no address, " WS-MISSING-COUNT
                   " statement file missing."
           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-PRODUCED-STATEMENTS.
           MOVE SPACES TO WS-REGISTER-NAME
           STRING "build/statement_register_" WS-BUSINESS-DATE
                  ".dat"
               DELIMITED BY SIZE INTO WS-REGISTER-NAME
           MOVE 'N' TO WS-EOF
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-PRODUCED UNTIL WS-EOF = 'Y'
           CLOSE REGISTER-FILE.

       LOAD-ONE-PRODUCED.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-REG-FIELDS, WS-REG-F1,
                       WS-REG-F2
                   MOVE FUNCTION TRIM(REGISTER-RECORD)
                       TO WS-REG-FIELDS
                   UNSTRING WS-REG-FIELDS DELIMITED BY ","
                       INTO WS-REG-F1, WS-REG-F2
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-REG-F2) = "OK"
                       PERFORM ADD-PRODUCED-ACCOUNT
                   END-IF
           END-READ.

       ADD-PRODUCED-ACCOUNT.
           *> a rerun can register the same account OK twice
           MOVE 'N' TO WS-PRODUCED-FOUND
           PERFORM VARYING WS-PRODUCED-IX FROM 1 BY 1
                   UNTIL WS-PRODUCED-IX > WS-PRODUCED-USED
                      OR WS-PRODUCED-FOUND = 'Y'
               IF WS-PRODUCED-ACCOUNT(WS-PRODUCED-IX) = WS-REG-F1(1:10)
                   MOVE 'Y' TO WS-PRODUCED-FOUND
               END-IF
           END-PERFORM
           IF WS-PRODUCED-FOUND = 'N' AND WS-PRODUCED-USED < 500
               ADD 1 TO WS-PRODUCED-USED
               MOVE WS-REG-F1(1:10)
                   TO WS-PRODUCED-ACCOUNT(WS-PRODUCED-USED)
           END-IF.

       LOAD-INSERT-LOG.
           MOVE 0 TO WS-INS-USED
           MOVE SPACES TO WS-INSERT-LOG-NAME
           STRING "build/statement_inserts_" WS-BUSINESS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-INSERT-LOG-NAME
           MOVE 'N' TO WS-EOF
           OPEN INPUT INSERT-LOG-FILE
           IF INSERT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-INSERT UNTIL WS-EOF = 'Y'
           CLOSE INSERT-LOG-FILE.

       LOAD-ONE-INSERT.
           READ INSERT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-INS-USED < 2000
                       MOVE SPACES TO WS-INS-FIELDS, WS-INS-F1,
                           WS-INS-F2
                       MOVE FUNCTION TRIM(INSERT-LOG-RECORD)
                           TO WS-INS-FIELDS
                       UNSTRING WS-INS-FIELDS DELIMITED BY ","
                           INTO WS-INS-F1, WS-INS-F2
                       END-UNSTRING
                       ADD 1 TO WS-INS-USED
                       MOVE WS-INS-F1(1:10)
                           TO WS-INS-ACCOUNT(WS-INS-USED)
                       MOVE WS-INS-F2 TO WS-INS-CAMPAIGN(WS-INS-USED)
                   END-IF
           END-READ.

       RELEASE-MAILABLE-STATEMENTS.
           PERFORM CONSIDER-ONE-STATEMENT
               VARYING WS-PRODUCED-IX FROM 1 BY 1
               UNTIL WS-PRODUCED-IX > WS-PRODUCED-USED.

       CONSIDER-ONE-STATEMENT.
           MOVE WS-PRODUCED-ACCOUNT(WS-PRODUCED-IX) TO WS-ACCOUNT-ID
           PERFORM LOOKUP-ADDRESSEE
           *> returned mail is never posted; e-delivery customers
           *> had theirs pushed by statement-edelivery
           IF WS-MAIL-SUPPRESSED = "Y"
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PREF = "ELECTRONIC"
               ADD 1 TO WS-ELECTRONIC-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-NORM-ADDRESS = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "WARNING: no mailing address for account "
                       FUNCTION TRIM(WS-ACCOUNT-ID)
                       " - statement not posted."
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-STATEMENT-PAGES
           IF STATEMENT-FILE-STATUS NOT = "00"
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-STATEMENT-NAME)
                       " not found - statement not posted."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POSTAL-CODE

           MOVE SPACES TO PRESORT-RECORD
           IF WS-POSTAL-CODE = SPACES
               MOVE "1" TO PS-NO-CODE
           ELSE
               MOVE "0" TO PS-NO-CODE
           END-IF
           MOVE WS-POSTAL-CODE TO PS-POSTAL-CODE
           MOVE WS-NORM-ADDRESS TO PS-ADDRESS
           MOVE WS-ACCOUNT-ID TO PS-ACCOUNT
           MOVE WS-CUST-NAME TO PS-NAME
           MOVE WS-STMT-PAGES TO PS-PAGES
           RELEASE PRESORT-RECORD.

       LOOKUP-ADDRESSEE.
           *> the current address from the effective-dated history,
           *> normalized to upper case with punctuation and runs of
           *> spaces collapsed, so two accounts at one address match
           MOVE "PAPER" TO WS-PREF
           MOVE "N" TO WS-MAIL-SUPPRESSED
           MOVE SPACES TO WS-CUST-NAME, WS-NORM-ADDRESS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(c.stmt_delivery,'PAPER') || ';' "
                  "|| COALESCE(a.mail_suppressed,'N'), "
                  "COALESCE(c.name,''), upper(trim(regexp_replace("
                  "COALESCE((SELECT h.address "
                  "FROM customer_address_history h "
                  "WHERE h.customer_id = a.customer_id "
                  "ORDER BY h.effective_from DESC LIMIT 1), "
                  "c.address, ''), '[^A-Za-z0-9]+', ' ', 'g'))) "
                  "FROM accounts a "
                  "LEFT JOIN customers c USING (customer_id) "
                  "WHERE a.account_id = '"
                  FUNCTION TRIM(WS-ACCOUNT-ID)
                  "'"
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
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OPTIONS
           MOVE FUNCTION TRIM(C1) TO WS-OPTIONS
           UNSTRING WS-OPTIONS DELIMITED BY ";"
               INTO WS-PREF, WS-MAIL-SUPPRESSED
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-PREF) TO WS-PREF
           MOVE FUNCTION TRIM(C2) TO WS-CUST-NAME
           MOVE FUNCTION TRIM(C3) TO WS-NORM-ADDRESS.

       COUNT-STATEMENT-PAGES.
           MOVE 0 TO WS-STMT-LINES, WS-STMT-PAGES
           MOVE SPACES TO WS-STATEMENT-NAME
           STRING "build/statements/" FUNCTION TRIM(WS-ACCOUNT-ID)
                  "_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-STATEMENT-NAME
           OPEN INPUT STATEMENT-FILE
           IF STATEMENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM COUNT-ONE-STATEMENT-LINE UNTIL WS-EOF = 'Y'
           CLOSE STATEMENT-FILE
           MOVE "00" TO STATEMENT-FILE-STATUS
           COMPUTE WS-STMT-PAGES =
               (WS-STMT-LINES + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           IF WS-STMT-PAGES = 0
               MOVE 1 TO WS-STMT-PAGES
           END-IF.

       COUNT-ONE-STATEMENT-LINE.
           READ STATEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-STMT-LINES
           END-READ.

       FIND-POSTAL-CODE.
           MOVE SPACES TO WS-POSTAL-CODE
           MOVE SPACES TO WS-ADDR-TOKENS
           MOVE 0 TO WS-ADDR-TOKEN-USED
           MOVE 1 TO WS-ADDR-PTR
           PERFORM SPLIT-ONE-ADDRESS-WORD
               UNTIL WS-ADDR-PTR > 120 OR WS-ADDR-TOKEN-USED = 30
           IF WS-ADDR-TOKEN-USED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ADDR-TOKEN(WS-ADDR-TOKEN-USED) TO WS-LAST-TOKEN
           MOVE 0 TO WS-DIGIT-COUNT
           INSPECT WS-LAST-TOKEN TALLYING WS-DIGIT-COUNT
               FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
           IF WS-DIGIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAST-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-LAST-TOKEN))
           MOVE WS-LAST-TOKEN TO WS-POSTAL-CODE
           IF WS-ADDR-TOKEN-USED < 2
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ADDR-TOKEN(WS-ADDR-TOKEN-USED - 1) TO WS-PREV-TOKEN
           MOVE 0 TO WS-PREV-DIGITS
           INSPECT WS-PREV-TOKEN TALLYING WS-PREV-DIGITS
               FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
           COMPUTE WS-PREV-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PREV-TOKEN))
           IF WS-LAST-TOKEN(1:WS-LAST-LEN) IS NUMERIC
               *> a ZIP+4 lost its hyphen in normalizing
               IF WS-LAST-LEN = 4 AND WS-PREV-LEN = 5
                  AND WS-PREV-TOKEN(1:5) IS NUMERIC
                   MOVE SPACES TO WS-POSTAL-CODE
                   STRING WS-PREV-TOKEN(1:5) "-" WS-LAST-TOKEN(1:4)
                       DELIMITED BY SIZE INTO WS-POSTAL-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PREV-DIGITS > 0 AND WS-PREV-LEN <= 4
              AND WS-LAST-LEN = 3
               MOVE SPACES TO WS-POSTAL-CODE
               STRING WS-PREV-TOKEN(1:WS-PREV-LEN) " "
                      WS-LAST-TOKEN(1:WS-LAST-LEN)
                   DELIMITED BY SIZE INTO WS-POSTAL-CODE
           END-IF.

       SPLIT-ONE-ADDRESS-WORD.
           MOVE SPACES TO WS-TOKEN-WORK
           UNSTRING WS-NORM-ADDRESS DELIMITED BY ALL SPACE
               INTO WS-TOKEN-WORK
               WITH POINTER WS-ADDR-PTR
           END-UNSTRING
           IF WS-TOKEN-WORK NOT = SPACES
               ADD 1 TO WS-ADDR-TOKEN-USED
               MOVE WS-TOKEN-WORK
                   TO WS-ADDR-TOKEN(WS-ADDR-TOKEN-USED)
           END-IF.

       WRITE-ENVELOPES.
           MOVE 0 TO WS-ENV-USED
           MOVE 'N' TO WS-SORT-EOF
           PERFORM RETURN-ONE-STATEMENT UNTIL WS-SORT-EOF = 'Y'
           IF WS-ENV-USED > 0
               PERFORM WRITE-ONE-ENVELOPE
           END-IF.

       RETURN-ONE-STATEMENT.
           RETURN PRESORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   PERFORM FILE-STATEMENT-IN-ENVELOPE
           END-RETURN.

       FILE-STATEMENT-IN-ENVELOPE.
           *> a new address closes the envelope being filled; so
           *> does a full one, and the household gets a second
           IF WS-ENV-USED > 0
               IF PS-ADDRESS NOT = WS-ENV-ADDRESS
                  OR WS-ENV-USED = 20
                   PERFORM WRITE-ONE-ENVELOPE
               END-IF
           END-IF
           IF WS-ENV-USED = 0
               MOVE PS-NO-CODE TO WS-ENV-NO-CODE
               MOVE PS-POSTAL-CODE TO WS-ENV-POSTAL
               MOVE PS-ADDRESS TO WS-ENV-ADDRESS
           ELSE
               ADD 1 TO WS-SAVED-ENVELOPES
           END-IF
           ADD 1 TO WS-ENV-USED
           MOVE PS-ACCOUNT TO WS-ENV-ACCOUNT(WS-ENV-USED)
           MOVE PS-NAME TO WS-ENV-NAME(WS-ENV-USED)
           MOVE PS-PAGES TO WS-ENV-PAGES(WS-ENV-USED).

       WRITE-ONE-ENVELOPE.
           ADD 1 TO WS-ENV-SEQ
           MOVE 0 TO WS-ENV-PAGE-TOTAL
           MOVE 0 TO WS-ENV-INSERT-USED
           MOVE SPACES TO WS-ENV-INSERTS
           PERFORM TALLY-ENVELOPE-MEMBER
               VARYING WS-ENV-IX FROM 1 BY 1
               UNTIL WS-ENV-IX > WS-ENV-USED
           PERFORM BUILD-ENVELOPE-ADDRESSEE
           PERFORM BUILD-INSERT-LIST

           MOVE WS-ENV-USED TO WS-ENV-STMT-DSP
           MOVE SPACES TO PRINT-STREAM-RECORD
           STRING "ENV|" WS-ENV-SEQ "|" WS-ENV-POSTAL "|"
                  WS-ENV-STMT-DSP "|" WS-ENV-PAGE-TOTAL "|"
                  FUNCTION TRIM(WS-ENV-INSERT-LIST) "|"
                  FUNCTION TRIM(WS-ENV-ADDRESSEE) "|"
                  FUNCTION TRIM(WS-ENV-ADDRESS)
               DELIMITED BY SIZE INTO PRINT-STREAM-RECORD
           WRITE PRINT-STREAM-RECORD
           PERFORM WRITE-ONE-DOCUMENT
               VARYING WS-ENV-IX FROM 1 BY 1
               UNTIL WS-ENV-IX > WS-ENV-USED

           ADD WS-ENV-USED TO WS-STATEMENT-TOTAL
           ADD WS-ENV-PAGE-TOTAL TO WS-PAGE-TOTAL
           MOVE 0 TO WS-ENV-USED.

       TALLY-ENVELOPE-MEMBER.
           ADD WS-ENV-PAGES(WS-ENV-IX) TO WS-ENV-PAGE-TOTAL
           PERFORM COLLECT-ONE-INSERT
               VARYING WS-INS-IX FROM 1 BY 1
               UNTIL WS-INS-IX > WS-INS-USED.

       COLLECT-ONE-INSERT.
           *> each campaign's insert goes in the envelope once,
           *> however many of its statements qualified
           IF WS-INS-ACCOUNT(WS-INS-IX) NOT = WS-ENV-ACCOUNT(WS-ENV-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ENV-INSERT-FOUND
           PERFORM VARYING WS-ENV-INSERT-IX FROM 1 BY 1
                   UNTIL WS-ENV-INSERT-IX > WS-ENV-INSERT-USED
                      OR WS-ENV-INSERT-FOUND = 'Y'
               IF WS-ENV-INSERT(WS-ENV-INSERT-IX) =
                       WS-INS-CAMPAIGN(WS-INS-IX)
                   MOVE 'Y' TO WS-ENV-INSERT-FOUND
               END-IF
           END-PERFORM
           IF WS-ENV-INSERT-FOUND = 'N' AND WS-ENV-INSERT-USED < 10
               ADD 1 TO WS-ENV-INSERT-USED
               MOVE WS-INS-CAMPAIGN(WS-INS-IX)
                   TO WS-ENV-INSERT(WS-ENV-INSERT-USED)
               PERFORM COUNT-CAMPAIGN-ENVELOPE
           END-IF.

       COUNT-CAMPAIGN-ENVELOPE.
           MOVE 'N' TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-USED OR WS-CT-FOUND = 'Y'
               IF WS-CT-CAMPAIGN(WS-CT-IX) = WS-INS-CAMPAIGN(WS-INS-IX)
                   MOVE 'Y' TO WS-CT-FOUND
                   ADD 1 TO WS-CT-ENVELOPES(WS-CT-IX)
               END-IF
           END-PERFORM
           IF WS-CT-FOUND = 'N' AND WS-CT-USED < 50
               ADD 1 TO WS-CT-USED
               MOVE WS-INS-CAMPAIGN(WS-INS-IX)
                   TO WS-CT-CAMPAIGN(WS-CT-USED)
               MOVE 1 TO WS-CT-ENVELOPES(WS-CT-USED)
           END-IF.

       BUILD-ENVELOPE-ADDRESSEE.
           *> one name, or the first two named with "and household"
           *> when more than two statements share the envelope
           MOVE SPACES TO WS-ENV-ADDRESSEE
           MOVE WS-ENV-NAME(1) TO WS-ENV-ADDRESSEE
           IF WS-ENV-USED < 2
               EXIT PARAGRAPH
           END-IF
           IF WS-ENV-NAME(2) = WS-ENV-NAME(1)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENV-ADDRESSEE
           IF WS-ENV-USED = 2
               STRING FUNCTION TRIM(WS-ENV-NAME(1)) " / "
                      FUNCTION TRIM(WS-ENV-NAME(2))
                   DELIMITED BY SIZE INTO WS-ENV-ADDRESSEE
           ELSE
               STRING FUNCTION TRIM(WS-ENV-NAME(1)) " / "
                      FUNCTION TRIM(WS-ENV-NAME(2))
                      " AND HOUSEHOLD"
                   DELIMITED BY SIZE INTO WS-ENV-ADDRESSEE
           END-IF.

       BUILD-INSERT-LIST.
           MOVE SPACES TO WS-ENV-INSERT-LIST
           MOVE 1 TO WS-INSERT-PTR
           PERFORM VARYING WS-ENV-INSERT-IX FROM 1 BY 1
                   UNTIL WS-ENV-INSERT-IX > WS-ENV-INSERT-USED
               IF WS-ENV-INSERT-IX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-ENV-INSERT-LIST
                       WITH POINTER WS-INSERT-PTR
               END-IF
               STRING FUNCTION TRIM(WS-ENV-INSERT(WS-ENV-INSERT-IX))
                   DELIMITED BY SIZE INTO WS-ENV-INSERT-LIST
                   WITH POINTER WS-INSERT-PTR
           END-PERFORM.

       WRITE-ONE-DOCUMENT.
           MOVE SPACES TO PRINT-STREAM-RECORD
           STRING "DOC|" WS-ENV-SEQ "|" WS-ENV-ACCOUNT(WS-ENV-IX) "|"
                  WS-ENV-PAGES(WS-ENV-IX)
               DELIMITED BY SIZE INTO PRINT-STREAM-RECORD
           WRITE PRINT-STREAM-RECORD
           MOVE SPACES TO WS-STATEMENT-NAME
           STRING "build/statements/"
                  FUNCTION TRIM(WS-ENV-ACCOUNT(WS-ENV-IX))
                  "_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-STATEMENT-NAME
           OPEN INPUT STATEMENT-FILE
           IF STATEMENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM COPY-ONE-STATEMENT-LINE UNTIL WS-EOF = 'Y'
           CLOSE STATEMENT-FILE.

       COPY-ONE-STATEMENT-LINE.
           READ STATEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO PRINT-STREAM-RECORD
                   STRING "TXT|" STATEMENT-RECORD
                       DELIMITED BY SIZE INTO PRINT-STREAM-RECORD
                   WRITE PRINT-STREAM-RECORD
           END-READ.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-CONTROL-NAME
           STRING "build/print_stream_control_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-CONTROL-NAME
           OPEN OUTPUT CONTROL-FILE
           MOVE "# statement print stream job control totals"
               TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "BUSINESS-DATE," WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "STREAM-FILE," FUNCTION TRIM(WS-STREAM-NAME)
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "ENVELOPES," WS-ENV-SEQ
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "STATEMENTS," WS-STATEMENT-TOTAL
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "PAGES," WS-PAGE-TOTAL
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "HOUSEHOLDED," WS-SAVED-ENVELOPES
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           PERFORM WRITE-ONE-CAMPAIGN-TOTAL
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-USED
           MOVE SPACES TO CONTROL-RECORD
           STRING "EXCLUDED-MAIL-SUPPRESSED," WS-SUPPRESSED-COUNT
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "EXCLUDED-E-DELIVERY," WS-ELECTRONIC-COUNT
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "EXCLUDED-NO-ADDRESS," WS-NO-ADDRESS-COUNT
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "NOT-PRINTED-FILE-MISSING," WS-MISSING-COUNT
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           DISPLAY "Job control totals written to "
                   FUNCTION TRIM(WS-CONTROL-NAME).

       WRITE-ONE-CAMPAIGN-TOTAL.
           MOVE SPACES TO CONTROL-RECORD
           STRING "INSERT," FUNCTION TRIM(WS-CT-CAMPAIGN(WS-CT-IX)) ","
                  WS-CT-ENVELOPES(WS-CT-IX)
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD.
