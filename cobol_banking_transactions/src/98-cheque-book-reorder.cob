IDENTIFICATION DIVISION.
       PROGRAM-ID. cheque-book-reorder.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-FILE ASSIGN TO WS-CONFIRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO WS-ORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD       PIC X(200).
       FD  ORDER-FILE.
       01  ORDER-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "cheque-book-reorder".
       01  CONFIRM-FILE-STATUS  PIC XX.
       01  WS-EOF               PIC X.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-SQL-DATE          PIC X(10).
       01  WS-BANK-ID           PIC X(10) VALUE "BANK000001".
       01  WS-ENV-BANK-ID       PIC X(10).
       *> a book is reordered once this share of its leaves has paid
       01  WS-REORDER-PCT       PIC 9(3) VALUE 80.
       01  WS-ENV-PCT           PIC X(5).

       *> the printer's confirmation file, one line per order:
       *>   order-no,PRINTED,serial-from,serial-to
       *>   order-no,REJECTED,,,reason
       *> HDR/TRL control lines are skipped. An order already
       *> confirmed is passed over, so a file seen twice is harmless.
       01  WS-COMMAND-LINE      PIC X(200).
       01  WS-CONFIRM-FILE-NAME PIC X(80)
           VALUE "build/cheque_print_confirm.dat".
       01  WS-CF-ORDER          PIC X(12).
       01  WS-CF-RESULT         PIC X(12).
       01  WS-CF-FROM           PIC X(12).
       01  WS-CF-TO             PIC X(12).
       01  WS-CF-REASON         PIC X(60).
       01  WS-ORDER-NO          PIC 9(9).
       01  WS-ORD-ACCOUNT       PIC X(10).
       01  WS-ORD-STATUS        PIC X(12).
       01  WS-CHQ-FROM          PIC 9(9).
       01  WS-CHQ-TO            PIC 9(9).
       01  WS-CF-FROM-NUM       PIC 9(9).
       01  WS-CF-TO-NUM         PIC 9(9).
       01  WS-REGISTERED-COUNT  PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-MISMATCH-COUNT    PIC 9(5) VALUE 0.

       *> accounts whose latest book is mostly used and which have no
       *> order already with the printer
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY    OCCURS 1000 TIMES.
               10  WS-CD-ACCOUNT    PIC X(10).
               10  WS-CD-FROM       PIC 9(9).
               10  WS-CD-TO         PIC 9(9).
       01  WS-CAND-USED         PIC 9(4) VALUE 0.
       01  WS-CAND-IX           PIC 9(4).
       01  WS-DETAIL            PIC X(120).
       01  WS-DET-F1            PIC X(20).
       01  WS-DET-F2            PIC X(20).
       01  WS-DET-F3            PIC X(20).
       01  WS-DET-F4            PIC X(20).
       01  WS-ACCT-STATUS       PIC X(12).
       01  WS-MAIL-SUPPRESSED   PIC X.
       01  WS-HOLDER-NAME       PIC X(64).
       01  WS-MAIL-ADDRESS      PIC X(256).
       01  WS-BOOK-LEAVES       PIC 9(5).
       01  WS-SUPPRESSED-COUNT  PIC 9(5) VALUE 0.
       01  WS-INELIGIBLE-COUNT  PIC 9(5) VALUE 0.
       01  WS-NO-ADDRESS-COUNT  PIC 9(5) VALUE 0.

       *> fixed-layout printer records - header, one detail per book,
       *> trailer with control totals
       01  WS-ORDER-HEADER.
           05  OH-REC-TYPE      PIC X(3) VALUE "HDR".
           05  OH-BANK-ID       PIC X(10).
           05  OH-CREATED       PIC X(8).
           05  FILLER           PIC X(179) VALUE SPACES.
       01  WS-ORDER-DETAIL.
           05  OD-REC-TYPE      PIC X(3) VALUE "DTL".
           05  OD-ORDER-NO      PIC 9(9).
           05  OD-ACCOUNT-ID    PIC X(10).
           05  OD-SERIAL-FROM   PIC 9(9).
           05  OD-SERIAL-TO     PIC 9(9).
           05  OD-LEAVES        PIC 9(5).
           05  OD-NAME          PIC X(40).
           05  OD-ADDRESS       PIC X(100).
           05  FILLER           PIC X(15).
       01  WS-ORDER-TRAILER.
           05  OT-REC-TYPE      PIC X(3) VALUE "TRL".
           05  OT-RECORD-COUNT  PIC 9(9).
           05  OT-LEAVES-TOTAL  PIC 9(9).
           05  FILLER           PIC X(179) VALUE SPACES.
       01  WS-ORDER-FILE-NAME   PIC X(80).
       01  WS-RECORD-COUNT      PIC 9(9) VALUE 0.
       01  WS-LEAVES-TOTAL      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE FUNCTION TRIM(WS-COMMAND-LINE)
                   TO WS-CONFIRM-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-BANK-ID
           ACCEPT WS-ENV-BANK-ID FROM ENVIRONMENT "CHEQUE_BANK_ID"
           IF WS-ENV-BANK-ID NOT = SPACES
               MOVE WS-ENV-BANK-ID TO WS-BANK-ID
           END-IF
           MOVE SPACES TO WS-ENV-PCT
           ACCEPT WS-ENV-PCT FROM ENVIRONMENT "CHEQUE_REORDER_PCT"
           IF FUNCTION TRIM(WS-ENV-PCT) IS NUMERIC
               COMPUTE WS-REORDER-PCT = FUNCTION NUMVAL(WS-ENV-PCT)
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

           *> confirmations first, so a book the printer has just
           *> produced is on the register before tonight's usage is
           *> measured against it
           PERFORM APPLY-PRINT-CONFIRMATIONS

           PERFORM COLLECT-REORDER-CANDIDATES
           IF RETURN-CODE NOT = 0
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
               GOBACK
           END-IF

           PERFORM OPEN-ORDER-FILE
           PERFORM ORDER-ONE-BOOK
               VARYING WS-CAND-IX FROM 1 BY 1
               UNTIL WS-CAND-IX > WS-CAND-USED
           PERFORM CLOSE-ORDER-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.

           DISPLAY "Cheque books: " WS-RECORD-COUNT " ordered, "
                   WS-SUPPRESSED-COUNT " skipped for mail suppression, "
                   WS-NO-ADDRESS-COUNT " with no mailing address"
           DISPLAY "Printer confirmations: " WS-REGISTERED-COUNT
                   " range(s) registered, " WS-REJECTED-COUNT
                   " rejected, " WS-MISMATCH-COUNT " not matching"
           GOBACK.

       APPLY-PRINT-CONFIRMATIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONFIRM-FILE
           IF CONFIRM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-ONE-CONFIRMATION UNTIL WS-EOF = 'Y'
           CLOSE CONFIRM-FILE.

       APPLY-ONE-CONFIRMATION.
           READ CONFIRM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-CF-ORDER, WS-CF-RESULT,
                       WS-CF-FROM, WS-CF-TO, WS-CF-REASON
                   UNSTRING CONFIRM-RECORD DELIMITED BY ","
                       INTO WS-CF-ORDER, WS-CF-RESULT, WS-CF-FROM,
                            WS-CF-TO, WS-CF-REASON
                   END-UNSTRING
                   IF WS-CF-ORDER NOT = SPACES
                      AND WS-CF-ORDER(1:3) NOT = "HDR"
                      AND WS-CF-ORDER(1:3) NOT = "TRL"
                       PERFORM APPLY-CONFIRMATION-LINE
                   END-IF
           END-READ.

       APPLY-CONFIRMATION-LINE.
           IF FUNCTION TRIM(WS-CF-ORDER) IS NOT NUMERIC
               DISPLAY "CONFIRM: order number "
                       FUNCTION TRIM(WS-CF-ORDER) " not numeric"
               ADD 1 TO WS-MISMATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ORDER-NO = FUNCTION NUMVAL(WS-CF-ORDER)
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT account_id||';'||serial_from||';'||"
                  "serial_to||';'||status FROM cheque_reorders "
                  "WHERE order_no = "
                  WS-ORDER-NO
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR SINGLE-RESULT-BUFFER = SPACES
               DISPLAY "CONFIRM: order " WS-ORDER-NO " not on file"
               ADD 1 TO WS-MISMATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4
           UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2, WS-DET-F3, WS-DET-F4
           END-UNSTRING
           MOVE WS-DET-F1(1:10) TO WS-ORD-ACCOUNT
           COMPUTE WS-CHQ-FROM = FUNCTION NUMVAL(WS-DET-F2)
           COMPUTE WS-CHQ-TO = FUNCTION NUMVAL(WS-DET-F3)
           MOVE WS-DET-F4(1:12) TO WS-ORD-STATUS
           IF WS-ORD-STATUS NOT = "ORDERED"
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CF-RESULT))
               WHEN "PRINTED"
                   PERFORM REGISTER-PRINTED-RANGE
               WHEN "REJECTED"
                   *> the order is closed off; the account comes up
                   *> again tomorrow night with the same range
                   MOVE SPACES TO SQL-STATEMENT-TEXT
                   STRING "UPDATE cheque_reorders SET status = "
                          "'REJECTED', confirmed_date = DATE '"
                          WS-SQL-DATE
                          "', reject_reason = ? WHERE order_no = "
                          WS-ORDER-NO
                       DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
                   MOVE 1 TO SQL-PARAM-COUNT
                   MOVE FUNCTION TRIM(WS-CF-REASON) TO SQL-PARAM(1)
                   CALL STATIC "DB-EXEC-PARAMS"
                       USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                             SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
                   IF SQL-PARAM-RC = 0
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "CONFIRM: order " WS-ORDER-NO
                               " rejected by printer - "
                               FUNCTION TRIM(WS-CF-REASON)
                   END-IF
               WHEN OTHER
                   DISPLAY "CONFIRM: order " WS-ORDER-NO
                           " unknown result "
                           FUNCTION TRIM(WS-CF-RESULT)
                   ADD 1 TO WS-MISMATCH-COUNT
           END-EVALUATE.

       REGISTER-PRINTED-RANGE.
           *> the printer must have produced exactly the serials we
           *> ordered - anything else is left for the branch to sort
           *> out with CHQISSUE
           COMPUTE WS-CF-FROM-NUM = FUNCTION NUMVAL(WS-CF-FROM)
           COMPUTE WS-CF-TO-NUM = FUNCTION NUMVAL(WS-CF-TO)
           IF WS-CF-FROM-NUM NOT = WS-CHQ-FROM
              OR WS-CF-TO-NUM NOT = WS-CHQ-TO
               DISPLAY "CONFIRM: order " WS-ORDER-NO
                       " printed " WS-CF-FROM-NUM "-" WS-CF-TO-NUM
                       " but ordered " WS-CHQ-FROM "-" WS-CHQ-TO
               ADD 1 TO WS-MISMATCH-COUNT
               EXIT PARAGRAPH
           END-IF

           *> a serial must belong to exactly one issued book
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT 1 FROM cheque_ranges WHERE account_id = '"
                  FUNCTION TRIM(WS-ORD-ACCOUNT)
                  "' AND serial_from <= "
                  WS-CHQ-TO
                  " AND serial_to >= "
                  WS-CHQ-FROM
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               DISPLAY "CONFIRM: order " WS-ORDER-NO
                       " overlaps a range already issued to account "
                       FUNCTION TRIM(WS-ORD-ACCOUNT)
               ADD 1 TO WS-MISMATCH-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO cheque_ranges (account_id, "
                  "serial_from, serial_to, issued_date) VALUES ('"
                  FUNCTION TRIM(WS-ORD-ACCOUNT)
                  "', "
                  WS-CHQ-FROM
                  ", "
                  WS-CHQ-TO
                  ", DATE '"
                  WS-SQL-DATE
                  "')"
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

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE cheque_reorders SET status = 'PRINTED', "
                  "confirmed_date = DATE '"
                  WS-SQL-DATE
                  "' WHERE order_no = "
                  WS-ORDER-NO
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           ADD 1 TO WS-REGISTERED-COUNT
           DISPLAY "CONFIRM: order " WS-ORDER-NO " serials "
                   WS-CHQ-FROM "-" WS-CHQ-TO
                   " registered for account "
                   FUNCTION TRIM(WS-ORD-ACCOUNT).

       COLLECT-REORDER-CANDIDATES.
           *> account;from;to of each account's latest book, where
           *> the paid share of that book has reached the threshold
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT r.account_id||';'||r.serial_from||';'||"
                  "r.serial_to FROM (SELECT DISTINCT ON (account_id) "
                  "* FROM cheque_ranges ORDER BY account_id, "
                  "serial_to DESC) r WHERE NOT EXISTS (SELECT 1 FROM "
                  "cheque_reorders o WHERE o.account_id = r.account_id"
                  " AND o.status = 'ORDERED') AND (SELECT COUNT(*) "
                  "FROM cheque_paid p WHERE p.account_id = "
                  "r.account_id AND p.serial_no BETWEEN r.serial_from "
                  "AND r.serial_to) * 100 >= (r.serial_to - "
                  "r.serial_from + 1) * "
                  WS-REORDER-PCT
                  " ORDER BY 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "ERROR: cheque usage could not be read - "
                       "no reorder file produced."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RC
               PERFORM BUFFER-ONE-CANDIDATE UNTIL RC NOT = 0
           END-IF.

       BUFFER-ONE-CANDIDATE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0 AND WS-CAND-USED < 1000
               ADD 1 TO WS-CAND-USED
               MOVE SPACES TO WS-DETAIL, WS-DET-F1, WS-DET-F2,
                   WS-DET-F3
               MOVE FUNCTION TRIM(C1) TO WS-DETAIL
               UNSTRING WS-DETAIL DELIMITED BY ";"
                   INTO WS-DET-F1, WS-DET-F2, WS-DET-F3
               END-UNSTRING
               MOVE WS-DET-F1(1:10) TO WS-CD-ACCOUNT(WS-CAND-USED)
               COMPUTE WS-CD-FROM(WS-CAND-USED) =
                   FUNCTION NUMVAL(WS-DET-F2)
               COMPUTE WS-CD-TO(WS-CAND-USED) =
                   FUNCTION NUMVAL(WS-DET-F3)
           END-IF.

       ORDER-ONE-BOOK.
           PERFORM FETCH-MAILING-DETAIL
           *> closed and frozen accounts get no new cheques; a
           *> mail-suppressed account has no good address to send to
           IF WS-ACCT-STATUS = "CLOSED" OR WS-ACCT-STATUS = "FROZEN"
               ADD 1 TO WS-INELIGIBLE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-MAIL-SUPPRESSED = "Y"
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-MAIL-ADDRESS = SPACES
               DISPLAY "NO ADDRESS: account "
                       FUNCTION TRIM(WS-CD-ACCOUNT(WS-CAND-IX))
                       " - cheque book not ordered"
               ADD 1 TO WS-NO-ADDRESS-COUNT
               EXIT PARAGRAPH
           END-IF

           *> the new book follows on from the last, the same size
           COMPUTE WS-BOOK-LEAVES = WS-CD-TO(WS-CAND-IX)
               - WS-CD-FROM(WS-CAND-IX) + 1
           COMPUTE WS-CHQ-FROM = WS-CD-TO(WS-CAND-IX) + 1
           COMPUTE WS-CHQ-TO = WS-CD-TO(WS-CAND-IX) + WS-BOOK-LEAVES

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "INSERT INTO cheque_reorders (account_id, "
                  "serial_from, serial_to, ordered_date, status) "
                  "VALUES ('"
                  FUNCTION TRIM(WS-CD-ACCOUNT(WS-CAND-IX))
                  "', "
                  WS-CHQ-FROM
                  ", "
                  WS-CHQ-TO
                  ", DATE '"
                  WS-SQL-DATE
                  "', 'ORDERED') RETURNING order_no"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR SINGLE-RESULT-BUFFER = SPACES
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ORDER-NO = FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)

           MOVE SPACES TO WS-ORDER-DETAIL
           MOVE "DTL" TO OD-REC-TYPE
           MOVE WS-ORDER-NO TO OD-ORDER-NO
           MOVE WS-CD-ACCOUNT(WS-CAND-IX) TO OD-ACCOUNT-ID
           MOVE WS-CHQ-FROM TO OD-SERIAL-FROM
           MOVE WS-CHQ-TO TO OD-SERIAL-TO
           MOVE WS-BOOK-LEAVES TO OD-LEAVES
           MOVE WS-HOLDER-NAME TO OD-NAME
           MOVE WS-MAIL-ADDRESS TO OD-ADDRESS
           MOVE WS-ORDER-DETAIL TO ORDER-RECORD
           WRITE ORDER-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-BOOK-LEAVES TO WS-LEAVES-TOTAL.

       FETCH-MAILING-DETAIL.
           *> the address the customer last gave us, from the
           *> effective-dated history; customers that predate the
           *> history fall back to the address on the customer row
           MOVE SPACES TO WS-ACCT-STATUS, WS-MAIL-SUPPRESSED,
               WS-HOLDER-NAME, WS-MAIL-ADDRESS
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT COALESCE(a.status,'OPEN')||';'||"
                  "COALESCE(a.mail_suppressed,'N'), COALESCE(c.name,"
                  "''), COALESCE((SELECT h.address FROM "
                  "customer_address_history h WHERE h.customer_id = "
                  "a.customer_id ORDER BY h.effective_from DESC "
                  "LIMIT 1), c.address, '') FROM accounts a "
                  "LEFT JOIN customers c USING (customer_id) "
                  "WHERE a.account_id = '"
                  FUNCTION TRIM(WS-CD-ACCOUNT(WS-CAND-IX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "CLOSED" TO WS-ACCT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               *> the account has gone since the book was issued
               MOVE "CLOSED" TO WS-ACCT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DET-F1, WS-DET-F2
           UNSTRING C1 DELIMITED BY ";"
               INTO WS-DET-F1, WS-DET-F2
           END-UNSTRING
           MOVE WS-DET-F1(1:12) TO WS-ACCT-STATUS
           MOVE WS-DET-F2(1:1) TO WS-MAIL-SUPPRESSED
           MOVE FUNCTION TRIM(C2) TO WS-HOLDER-NAME
           MOVE FUNCTION TRIM(C3) TO WS-MAIL-ADDRESS.

       OPEN-ORDER-FILE.
           MOVE SPACES TO WS-ORDER-FILE-NAME
           STRING "build/cheque_reorder_" WS-BUSINESS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-ORDER-FILE-NAME
           OPEN OUTPUT ORDER-FILE
           MOVE WS-BANK-ID TO OH-BANK-ID
           MOVE WS-BUSINESS-DATE TO OH-CREATED
           MOVE WS-ORDER-HEADER TO ORDER-RECORD
           WRITE ORDER-RECORD.

       CLOSE-ORDER-FILE.
           MOVE WS-RECORD-COUNT TO OT-RECORD-COUNT
           MOVE WS-LEAVES-TOTAL TO OT-LEAVES-TOTAL
           MOVE WS-ORDER-TRAILER TO ORDER-RECORD
           WRITE ORDER-RECORD
           CLOSE ORDER-FILE
           DISPLAY "Cheque reorder file "
                   FUNCTION TRIM(WS-ORDER-FILE-NAME) ": "
                   WS-RECORD-COUNT " book(s), " WS-LEAVES-TOTAL
                   " leaves.".
