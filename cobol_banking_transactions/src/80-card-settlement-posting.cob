IDENTIFICATION DIVISION.
       PROGRAM-ID. card-settlement-posting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO WS-SETTLE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  SETTLE-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "card-settlement-posting".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 16.
       01  SETTLE-FILE-STATUS   PIC XX.
       01  WS-EOF               PIC X.

       *> the network's daily file:
       *>   HEADER,network-id,settlement-date(YYYYMMDD)
       *>   ITEM,card-number,ATM|POS,amount,network-ref[,merchant]
       *>   TRAILER,item-count,item-total
       01  WS-SETTLE-FILE-NAME  PIC X(80)
           VALUE "build/card_settlement.dat".
       01  WS-COMMAND-LINE      PIC X(200).
       01  WS-LINE-ACTION       PIC X(20).
       01  WS-LINE-F2           PIC X(50).
       01  WS-LINE-F3           PIC X(50).
       01  WS-LINE-F4           PIC X(50).
       01  WS-LINE-F5           PIC X(50).
       01  WS-LINE-F6           PIC X(50).
       01  WS-NETWORK-ID        PIC X(20).
       01  WS-SETTLE-DATE       PIC X(8).
       01  WS-BATCH-KEY         PIC X(40).
       01  WS-SAW-HEADER        PIC X VALUE 'N'.
       01  WS-SAW-TRAILER       PIC X VALUE 'N'.
       01  WS-TRAILER-COUNT     PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL     PIC S9(11)V99 VALUE 0.

       *> every item is buffered and the trailer proved before a
       *> single posting runs - a short file never half-posts
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY    OCCURS 2000 TIMES.
               10  WS-IT-CARD       PIC X(20).
               10  WS-IT-TYPE       PIC X(4).
               10  WS-IT-AMOUNT     PIC S9(9)V99.
               10  WS-IT-REF        PIC X(30).
               10  WS-IT-MERCHANT   PIC X(30).
       01  WS-ITEM-USED         PIC 9(4) VALUE 0.
       01  WS-ITEM-IX           PIC 9(4).
       01  WS-FILE-COUNT        PIC 9(7) VALUE 0.
       01  WS-FILE-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-OVERFLOW-FLAG     PIC X VALUE 'N'.

       01  WS-CARD-PAN          PIC X(20).
       01  WS-CARD-PAN-LEN      PIC 9(2).
       01  WS-CARD-STARS        PIC 9(2).
       01  WS-CARD-VALID        PIC X.
       01  WS-CARD-MASKED       PIC X(19).
       01  WS-CARD-STATUS       PIC X(12).
       01  WS-CARD-ACCOUNT      PIC X(10).
       *> the register is keyed on a one-way hash of the full card
       *> number (HASH-CARD-NUMBER); the masked number is for
       *> display and for rows issued before the register was keyed
       01  WS-CARD-HASH         PIC X(64).
       01  WS-CARD-HASH-RESULT  PIC X.
       01  WS-CARD-MATCHES      PIC 9(5).
       01  WS-CARD-PARTS        PIC X(120).
       01  WS-CARD-PART-COUNT   PIC X(12).
       01  WS-CARD-LEGACY       PIC X VALUE 'N'.
       01  WS-ABORT-FLAG        PIC X VALUE 'N'.
       01  WS-ACCT-STATUS       PIC X(10).
       01  WS-BREAK-REASON      PIC X(12).
       01  WS-TX-REF            PIC X(30).

       01  WS-AMOUNT-EDIT       PIC 9(9).99.
       01  WS-TOTAL-EDIT        PIC -(11)9.99.
       01  WS-FORMATTED-AMOUNT  PIC X(20).
       01  WS-POSTED-COUNT      PIC 9(7) VALUE 0.
       01  WS-POSTED-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-BREAK-COUNT       PIC 9(7) VALUE 0.
       01  WS-BREAK-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-REPEAT-COUNT      PIC 9(7) VALUE 0.
       01  WS-REPEAT-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-PROVED-TOTAL      PIC S9(11)V99 VALUE 0.

       01  WS-HASH-TYPE         PIC X(12).
       01  WS-HASH-AMOUNT       PIC X(20).
       01  WS-PREV-HASH         PIC X(16).
       01  WS-ENTRY-HASH        PIC X(16).
       01  WS-ACCT-ID-STR       PIC X(20).
       01  WS-OPERATOR-ID       PIC X(20).
       01  WS-JOURNAL-TYPE      PIC X(12).
       01  WS-JOURNAL-AMOUNT    PIC X(20).
       01  WS-JOURNAL-SIGNED    PIC -(9)9.99.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "card-settlement-posting".
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
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE FUNCTION TRIM(WS-COMMAND-LINE)
                   TO WS-SETTLE-FILE-NAME
           END-IF

           PERFORM LOAD-SETTLEMENT-FILE
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM PROVE-FILE-TRAILER
           IF RETURN-CODE NOT = 0
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

           PERFORM CHECK-FILE-NOT-APPLIED
           IF RETURN-CODE = 0
               PERFORM POST-ONE-ITEM
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-USED
                      OR WS-ABORT-FLAG = 'Y'
               *> items posted before the stop stay posted and are
               *> passed over as repeats when the file is rerun
               IF WS-ABORT-FLAG = 'Y'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM PROVE-POSTED-TOTALS
                   PERFORM REGISTER-FILE-APPLIED
               END-IF
           END-IF

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC.
           GOBACK.

       LOAD-SETTLEMENT-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SETTLE-FILE
           IF SETTLE-FILE-STATUS NOT = "00"
               DISPLAY "ABORT: settlement file "
                       FUNCTION TRIM(WS-SETTLE-FILE-NAME)
                       " could not be opened."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-SETTLE-LINE UNTIL WS-EOF = 'Y'
           CLOSE SETTLE-FILE
           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY "ABORT: settlement file holds more than "
                       "2000 items - nothing posted."
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-ONE-SETTLE-LINE.
           READ SETTLE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM STORE-ONE-SETTLE-LINE
           END-READ.

       STORE-ONE-SETTLE-LINE.
           MOVE SPACES TO WS-LINE-ACTION, WS-LINE-F2, WS-LINE-F3,
               WS-LINE-F4, WS-LINE-F5, WS-LINE-F6
           UNSTRING SETTLE-RECORD DELIMITED BY ","
               INTO WS-LINE-ACTION, WS-LINE-F2, WS-LINE-F3,
                    WS-LINE-F4, WS-LINE-F5, WS-LINE-F6
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE-ACTION))
               WHEN "HEADER"
                   MOVE 'Y' TO WS-SAW-HEADER
                   MOVE FUNCTION TRIM(WS-LINE-F2) TO WS-NETWORK-ID
                   MOVE FUNCTION TRIM(WS-LINE-F3) TO WS-SETTLE-DATE
               WHEN "TRAILER"
                   MOVE 'Y' TO WS-SAW-TRAILER
                   COMPUTE WS-TRAILER-COUNT =
                       FUNCTION NUMVAL(WS-LINE-F2)
                   COMPUTE WS-TRAILER-TOTAL =
                       FUNCTION NUMVAL(WS-LINE-F3)
               WHEN "ITEM"
                   ADD 1 TO WS-FILE-COUNT
                   IF WS-ITEM-USED < 2000
                       ADD 1 TO WS-ITEM-USED
                       MOVE FUNCTION TRIM(WS-LINE-F2)
                           TO WS-IT-CARD(WS-ITEM-USED)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE-F3))
                           TO WS-IT-TYPE(WS-ITEM-USED)
                       COMPUTE WS-IT-AMOUNT(WS-ITEM-USED) =
                           FUNCTION NUMVAL(WS-LINE-F4)
                       MOVE FUNCTION TRIM(WS-LINE-F5)
                           TO WS-IT-REF(WS-ITEM-USED)
                       MOVE FUNCTION TRIM(WS-LINE-F6)
                           TO WS-IT-MERCHANT(WS-ITEM-USED)
                       ADD WS-IT-AMOUNT(WS-ITEM-USED) TO WS-FILE-TOTAL
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROVE-FILE-TRAILER.
           *> the file must be whole before any of it posts
           IF WS-SAW-HEADER = 'N' OR WS-SAW-TRAILER = 'N'
               DISPLAY "ABORT: settlement file missing HEADER or "
                       "TRAILER - nothing posted."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-COUNT NOT = WS-TRAILER-COUNT
              OR WS-FILE-TOTAL NOT = WS-TRAILER-TOTAL
               MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "ABORT: settlement file holds " WS-FILE-COUNT
                       " item(s) totalling "
                       FUNCTION TRIM(WS-TOTAL-EDIT)
               MOVE WS-TRAILER-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "       trailer declares " WS-TRAILER-COUNT
                       " item(s) totalling "
                       FUNCTION TRIM(WS-TOTAL-EDIT)
                       " - nothing posted."
               MOVE 4 TO RETURN-CODE
           END-IF.

       CHECK-FILE-NOT-APPLIED.
           *> the same network day never posts twice
           MOVE SPACES TO WS-BATCH-KEY
           STRING "CARDSET-" FUNCTION TRIM(WS-NETWORK-ID) "-"
                  WS-SETTLE-DATE
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT applied_at FROM processed_batches "
                  "WHERE batch_id = '"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               DISPLAY "ABORT: settlement "
                       FUNCTION TRIM(WS-BATCH-KEY)
                       " already applied at "
                       FUNCTION TRIM(SINGLE-RESULT-BUFFER)
               MOVE 4 TO RETURN-CODE
           END-IF.

       POST-ONE-ITEM.
           MOVE WS-IT-CARD(WS-ITEM-IX) TO WS-CARD-PAN
           PERFORM MASK-CARD-NUMBER
           MOVE SPACES TO WS-TX-REF
           STRING "CARD-" FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
               DELIMITED BY SIZE INTO WS-TX-REF

           *> an item whose network reference is already on the
           *> ledger posted on an earlier, interrupted run
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT 1 FROM tx_log WHERE tx_ref = '"
                  FUNCTION TRIM(WS-TX-REF)
                  "' AND tx_type = 'CARD'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               ADD 1 TO WS-REPEAT-COUNT
               ADD WS-IT-AMOUNT(WS-ITEM-IX) TO WS-REPEAT-TOTAL
               EXIT PARAGRAPH
           END-IF

           IF WS-CARD-VALID NOT = 'Y'
               MOVE "BADCARD" TO WS-BREAK-REASON
               PERFORM OPEN-CARD-BREAK
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-TYPE(WS-ITEM-IX) NOT = "ATM"
              AND WS-IT-TYPE(WS-ITEM-IX) NOT = "POS"
               MOVE "BADTYPE" TO WS-BREAK-REASON
               PERFORM OPEN-CARD-BREAK
               EXIT PARAGRAPH
           END-IF

           *> the network settles on the full card number; a masked
           *> one cannot be told apart from the bank's other cards
           CALL STATIC "HASH-CARD-NUMBER"
               USING DBH, WS-CARD-PAN, WS-CARD-HASH,
                     WS-CARD-HASH-RESULT
           EVALUATE WS-CARD-HASH-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'M'
                   MOVE "MASKEDCARD" TO WS-BREAK-REASON
                   PERFORM OPEN-CARD-BREAK
                   EXIT PARAGRAPH
               WHEN 'K'
                   DISPLAY "ABORT: card key not configured - no card "
                           "can be matched to the register"
                   MOVE 'Y' TO WS-ABORT-FLAG
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "ABORT: card number could not be hashed "
                           "- ref " FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
                   MOVE 'Y' TO WS-ABORT-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM FETCH-CARD-ROW
           IF WS-CARD-STATUS = SPACES
               PERFORM ADOPT-LEGACY-CARD
           END-IF
           EVALUATE TRUE
               WHEN WS-CARD-MATCHES > 1
                   MOVE "AMBIGUOUS" TO WS-BREAK-REASON
               WHEN WS-CARD-STATUS = SPACES
                   MOVE "UNKNOWN" TO WS-BREAK-REASON
               WHEN WS-CARD-STATUS = "ACTIVE"
                   MOVE SPACES TO WS-BREAK-REASON
               WHEN OTHER
                   MOVE WS-CARD-STATUS TO WS-BREAK-REASON
           END-EVALUATE
           IF WS-BREAK-REASON NOT = SPACES
               PERFORM OPEN-CARD-BREAK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CARD-ACCOUNT TO WS-ACCT-ID-STR
           CALL STATIC "CHECK-ACCOUNT-STATUS"
               USING DBH, WS-ACCT-ID-STR, WS-ACCT-STATUS
           IF WS-ACCT-STATUS = "CLOSED" OR WS-ACCT-STATUS = "NOTFOUND"
               MOVE "ACCTCLOSED" TO WS-BREAK-REASON
               PERFORM OPEN-CARD-BREAK
               EXIT PARAGRAPH
           END-IF

           *> the network authorized the item at the terminal, so it
           *> settles even where it takes the account overdrawn -
           *> overdraft-fee-assessment deals with that as usual.
           *> The ledger row goes in ahead of the debit: the rerun of
           *> an interrupted file passes over a reference already on
           *> the ledger, so there must never be a debit without one
           MOVE WS-IT-AMOUNT(WS-ITEM-IX) TO WS-AMOUNT-EDIT
           MOVE "CARD" TO WS-HASH-TYPE
           MOVE WS-AMOUNT-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  FUNCTION TRIM(WS-CARD-ACCOUNT)
                  ", 'CARD', "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  ", '"
                  FUNCTION TRIM(WS-IT-TYPE(WS-ITEM-IX)) " "
                  FUNCTION TRIM(WS-CARD-MASKED) " "
                  FUNCTION TRIM(WS-IT-MERCHANT(WS-ITEM-IX))
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance - "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  " FROM accounts WHERE account_id = "
                  FUNCTION TRIM(WS-CARD-ACCOUNT)
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "ABORT: ref "
                       FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
                       " could not be written to the ledger - "
                       "not posted"
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  " WHERE account_id = "
                  FUNCTION TRIM(WS-CARD-ACCOUNT)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               PERFORM REMOVE-CARD-LEDGER-ROW
               IF WS-ABORT-FLAG = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE "POSTFAIL" TO WS-BREAK-REASON
               PERFORM OPEN-CARD-BREAK
               EXIT PARAGRAPH
           END-IF

           MOVE "CARD" TO WS-JOURNAL-TYPE
           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-IT-AMOUNT(WS-ITEM-IX)
           MOVE SPACES TO WS-JOURNAL-AMOUNT
           MOVE FUNCTION TRIM(WS-JOURNAL-SIGNED) TO WS-JOURNAL-AMOUNT
           CALL STATIC "WRITE-AFTERIMAGE"
               USING WS-ACCT-ID-STR, WS-JOURNAL-TYPE,
                     WS-JOURNAL-AMOUNT

           ADD 1 TO WS-POSTED-COUNT
           ADD WS-IT-AMOUNT(WS-ITEM-IX) TO WS-POSTED-TOTAL.

       REMOVE-CARD-LEDGER-ROW.
           *> the debit did not go through, so its ledger row comes
           *> back out; if it cannot, the run stops rather than let a
           *> rerun pass the item over as already posted
           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM tx_log WHERE tx_ref = '"
                  FUNCTION TRIM(WS-TX-REF)
                  "' AND tx_type = 'CARD'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "ABORT: ref "
                       FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
                       " is on the ledger but was not debited - "
                       "repair before rerunning"
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       OPEN-CARD-BREAK.
           *> the item cannot reach a live account; it stays with
           *> the settlement GL as an open reconciliation break that
           *> break-aging-report ages until card operations resolve it
           ADD 1 TO WS-BREAK-COUNT
           ADD WS-IT-AMOUNT(WS-ITEM-IX) TO WS-BREAK-TOTAL
           MOVE WS-IT-AMOUNT(WS-ITEM-IX) TO WS-AMOUNT-EDIT
           IF WS-CARD-MASKED = SPACES
               MOVE WS-IT-CARD(WS-ITEM-IX) TO WS-CARD-MASKED
           END-IF
           *> a rerun after an interrupted run meets the breaks it
           *> already opened; the item is still proved as a break,
           *> but the open one is not raised a second time
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT 1 FROM recon_breaks WHERE status = 'OPEN' "
                  "AND source LIKE 'card-settle % "
                  FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               DISPLAY "BREAK: " FUNCTION TRIM(WS-BREAK-REASON)
                       " card " FUNCTION TRIM(WS-CARD-MASKED)
                       " ref " FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
                       " already open"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO recon_breaks (account_id, "
                  "variance, first_seen, last_seen, status, "
                  "source) VALUES ('"
                  FUNCTION TRIM(WS-CARD-MASKED)
                  "', "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  ", CURRENT_DATE, CURRENT_DATE, 'OPEN', '"
                  "card-settle "
                  FUNCTION TRIM(WS-BREAK-REASON) " "
                  FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           DISPLAY "BREAK: " FUNCTION TRIM(WS-BREAK-REASON)
                   " card " FUNCTION TRIM(WS-CARD-MASKED)
                   " ref " FUNCTION TRIM(WS-IT-REF(WS-ITEM-IX))
                   " amount " FUNCTION TRIM(WS-AMOUNT-EDIT).

       PROVE-POSTED-TOTALS.
           *> posted + broken + already-posted must give back the
           *> trailer exactly; anything else is a program fault
           COMPUTE WS-PROVED-TOTAL =
               WS-POSTED-TOTAL + WS-BREAK-TOTAL + WS-REPEAT-TOTAL
           DISPLAY " "
           DISPLAY "--- CARD SETTLEMENT " FUNCTION TRIM(WS-NETWORK-ID)
                   " " WS-SETTLE-DATE " ---"
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-POSTED-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  Posted:          " WS-POSTED-COUNT " item(s) "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-BREAK-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  To recon breaks: " WS-BREAK-COUNT " item(s) "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           IF WS-REPEAT-COUNT > 0
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-REPEAT-TOTAL, WS-FORMATTED-AMOUNT
               DISPLAY "  Already posted:  " WS-REPEAT-COUNT
                       " item(s) " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           END-IF
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-TRAILER-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  Trailer:         " WS-TRAILER-COUNT " item(s) "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           IF WS-POSTED-COUNT + WS-BREAK-COUNT + WS-REPEAT-COUNT
                   NOT = WS-TRAILER-COUNT
              OR WS-PROVED-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "  OUT OF BALANCE against the trailer."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "  Settlement proved to the trailer."
           END-IF.

       REGISTER-FILE-APPLIED.
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO processed_batches "
                  "(batch_id, origin, applied_at) VALUES ('"
                  FUNCTION TRIM(WS-BATCH-KEY)
                  "', 'CARD-NETWORK', CURRENT_TIMESTAMP)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       MASK-CARD-NUMBER.
           *> same masking the register applies at issue: first six
           *> and last four of a 13-19 digit number
           MOVE 'N' TO WS-CARD-VALID
           MOVE SPACES TO WS-CARD-MASKED
           MOVE FUNCTION TRIM(WS-CARD-PAN) TO WS-CARD-PAN
           IF WS-CARD-PAN = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CARD-PAN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-PAN))
           IF WS-CARD-PAN-LEN < 13 OR WS-CARD-PAN-LEN > 19
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CARD-STARS
           INSPECT WS-CARD-PAN(1:WS-CARD-PAN-LEN)
               TALLYING WS-CARD-STARS FOR ALL "*"
           IF WS-CARD-STARS > 0
               IF WS-CARD-PAN(1:6) IS NUMERIC
                  AND WS-CARD-PAN(WS-CARD-PAN-LEN - 3:4) IS NUMERIC
                   MOVE WS-CARD-PAN(1:WS-CARD-PAN-LEN)
                       TO WS-CARD-MASKED
                   MOVE 'Y' TO WS-CARD-VALID
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-PAN(1:WS-CARD-PAN-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "*" TO WS-CARD-MASKED(1:WS-CARD-PAN-LEN)
           MOVE WS-CARD-PAN(1:6) TO WS-CARD-MASKED(1:6)
           MOVE WS-CARD-PAN(WS-CARD-PAN-LEN - 3:4)
               TO WS-CARD-MASKED(WS-CARD-PAN-LEN - 3:4)
           MOVE 'Y' TO WS-CARD-VALID.

       FETCH-CARD-ROW.
           *> the card's latest register row, by its hash - or, for a
           *> row issued before the register was keyed, by its masked
           *> number, with how many such rows share it
           MOVE SPACES TO WS-CARD-STATUS
           MOVE SPACES TO WS-CARD-ACCOUNT
           MOVE 0 TO WS-CARD-MATCHES
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           IF WS-CARD-LEGACY = 'Y'
               STRING "SELECT status || ';' || account_id || ';' || "
                      "COUNT(*) OVER () "
                      "FROM card_register WHERE card_hash IS NULL "
                      "AND card_masked = '"
                      FUNCTION TRIM(WS-CARD-MASKED)
                      "' ORDER BY issued_at DESC LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "SELECT status || ';' || account_id || ';1' "
                      "FROM card_register WHERE card_hash = '"
                      FUNCTION TRIM(WS-CARD-HASH)
                      "' ORDER BY issued_at DESC LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CARD-PARTS
           MOVE SPACES TO WS-CARD-PART-COUNT
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-CARD-PARTS
           UNSTRING WS-CARD-PARTS DELIMITED BY ";"
               INTO WS-CARD-STATUS, WS-CARD-ACCOUNT,
                    WS-CARD-PART-COUNT
           END-UNSTRING
           COMPUTE WS-CARD-MATCHES =
               FUNCTION NUMVAL(WS-CARD-PART-COUNT)
           IF WS-CARD-MATCHES > 1
               MOVE SPACES TO WS-CARD-STATUS
               MOVE SPACES TO WS-CARD-ACCOUNT
           END-IF.

       ADOPT-LEGACY-CARD.
           *> a card issued before the register was keyed carries no
           *> hash; one standing alone under its masked number is
           *> this card, and takes the hash so it is found by it
           *> from now on
           MOVE 'Y' TO WS-CARD-LEGACY
           PERFORM FETCH-CARD-ROW
           MOVE 'N' TO WS-CARD-LEGACY
           IF WS-CARD-STATUS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE card_register SET card_hash = '"
                  FUNCTION TRIM(WS-CARD-HASH)
                  "' WHERE card_hash IS NULL AND card_masked = '"
                  FUNCTION TRIM(WS-CARD-MASKED) "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.
