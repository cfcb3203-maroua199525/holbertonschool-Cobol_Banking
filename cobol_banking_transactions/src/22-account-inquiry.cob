IDENTIFICATION DIVISION.
       PROGRAM-ID. account-inquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE
               ASSIGN TO "build/account_snapshot.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SNAP-ACCOUNT-ID
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       COPY "acctsnap.cpy".

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
       01  WS-FOUND-FLAG        PIC X.
       01  WS-ACTIVE-HOLDS      PIC S9(11)V99.
       01  WS-AVAILABLE         PIC S9(11)V99.
       *> receivables collected through the account's virtual
       *> sub-accounts, shown beside the master balance
       01  WS-VIRTUAL-SHOWN     PIC 9(4).
       01  WS-VIRTUAL-SUM       PIC S9(11)V99.
       01  WS-VIRTUAL-BALANCE   PIC S9(11)V99.
       01  WS-OWN-BALANCE       PIC S9(11)V99.

       01  WS-TX-TABLE.
           05  WS-TX-ENTRY      OCCURS 10 TIMES.
       01  WS-FORMATTED-AMOUNT  PIC X(20).
       01  WS-FORMAT-ARG        PIC S9(9)V99.

       *> with the database down the desk is answered from the
       *> nightly account snapshot, every screen stamped with the
       *> time the snapshot was taken
       01  SNAPSHOT-FILE-STATUS PIC XX.
       01  WS-SNAP-IX           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-CONNSTR
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "N"
               DISPLAY "ERROR: Database connection failed"
               PERFORM RUN-SNAPSHOT-SESSION
               GOBACK
           ELSE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-OPERATOR-INPUT) TO WS-ACCOUNT-ID
           IF FUNCTION UPPER-CASE(WS-OPERATOR-INPUT(1:2)) = "VA"
               PERFORM RESOLVE-VIRTUAL-NUMBER
           END-IF

           *> every read leaves its trace before it is served
           MOVE "account-inquiry" TO WS-AUDIT-CHANNEL
               DISPLAY "Accrued interest to date: "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           END-IF
           PERFORM SHOW-ACTIVE-HOLDS
           PERFORM SHOW-VIRTUAL-SPLIT.

       RESOLVE-VIRTUAL-NUMBER.
           *> a client quoting a virtual number is looking at its
           *> master account
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT master_account_id FROM virtual_accounts "
                  "WHERE virtual_id = '"
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPERATOR-INPUT))
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   TO WS-ACCOUNT-ID
               DISPLAY "Virtual account "
                       FUNCTION TRIM(WS-OPERATOR-INPUT)
                       " sits under master account "
                       FUNCTION TRIM(WS-ACCOUNT-ID)
           END-IF.

       SHOW-VIRTUAL-SPLIT.
           MOVE 0 TO WS-VIRTUAL-SHOWN
           MOVE 0 TO WS-VIRTUAL-SUM
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT virtual_id, COALESCE(balance,0), "
                  "client_label || ' (' || status || ')' "
                  "FROM virtual_accounts WHERE master_account_id = '"
                  FUNCTION TRIM(WS-ACCOUNT-ID)
                  "' ORDER BY virtual_id"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT NOT = NULL-PTR
               PERFORM SHOW-ONE-VIRTUAL UNTIL RC NOT = 0
           END-IF
           IF WS-VIRTUAL-SHOWN > 0
               MOVE WS-VIRTUAL-SUM TO WS-FORMAT-ARG
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-FORMAT-ARG, WS-FORMATTED-AMOUNT
               DISPLAY "  Collected via " WS-VIRTUAL-SHOWN
                       " virtual account(s): "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               COMPUTE WS-OWN-BALANCE =
                   WS-CURRENT-BALANCE - WS-VIRTUAL-SUM
               MOVE WS-OWN-BALANCE TO WS-FORMAT-ARG
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-FORMAT-ARG, WS-FORMATTED-AMOUNT
               DISPLAY "  Master account's own share:     "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           END-IF.

       SHOW-ONE-VIRTUAL.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC = 0
               IF WS-VIRTUAL-SHOWN = 0
                   DISPLAY "Virtual sub-accounts:"
               END-IF
               ADD 1 TO WS-VIRTUAL-SHOWN
               COMPUTE WS-VIRTUAL-BALANCE = FUNCTION NUMVAL(C2)
               ADD WS-VIRTUAL-BALANCE TO WS-VIRTUAL-SUM
               MOVE WS-VIRTUAL-BALANCE TO WS-FORMAT-ARG
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-FORMAT-ARG, WS-FORMATTED-AMOUNT
               DISPLAY "  " FUNCTION TRIM(C1) "  "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT) "  "
                       FUNCTION TRIM(C3)
           END-IF.

       SHOW-ACTIVE-MEMOS.
           MOVE 0 TO WS-MEMO-SHOWN
              OR WS-TX-TYPE(WS-TX-IX) = "EXT_OUT"
              OR WS-TX-TYPE(WS-TX-IX) = "LEVY"
              OR WS-TX-TYPE(WS-TX-IX) = "PROVCR_REV"
              OR WS-TX-TYPE(WS-TX-IX) = "CARD"
              OR WS-TX-TYPE(WS-TX-IX) = "LOAN_PEN"
              OR WS-TX-TYPE(WS-TX-IX) = "LOAN_FEE"
              OR WS-TX-TYPE(WS-TX-IX) = "LOAN_REC"
              OR WS-TX-TYPE(WS-TX-IX) = "WD_EXCESS"
              OR WS-TX-TYPE(WS-TX-IX) = "NOTICE_PEN"
              OR WS-TX-TYPE(WS-TX-IX) = "RD_PENALTY"
              OR WS-TX-TYPE(WS-TX-IX) = "SVC_CHG"
              OR WS-TX-TYPE(WS-TX-IX) = "DRAFT"
              OR WS-TX-TYPE(WS-TX-IX) = "CHQ_RETURN"
              OR WS-TX-TYPE(WS-TX-IX) = "RTN_FEE"
              OR WS-TX-TYPE(WS-TX-IX) = "BILLPAY"
               COMPUTE WS-SIGNED-AMOUNT =
                   0 - WS-TX-AMOUNT(WS-TX-IX)
           ELSE
               MOVE WS-TX-AMOUNT(WS-TX-IX) TO WS-SIGNED-AMOUNT
           END-IF
           *> accrual, loan write-off, loan-loss provision and
           *> bank-draft paid/escheated entries are memo positions -
           *> they never moved the account's balance
           IF WS-TX-TYPE(WS-TX-IX) = "INT_ACCR"
              OR WS-TX-TYPE(WS-TX-IX) = "LOAN_WO"
              OR WS-TX-TYPE(WS-TX-IX) = "ECL_CHG"
              OR WS-TX-TYPE(WS-TX-IX) = "ECL_REL"
              OR WS-TX-TYPE(WS-TX-IX) = "DRAFT_PAID"
              OR WS-TX-TYPE(WS-TX-IX) = "DRAFT_ESCH"
               MOVE 0 TO WS-SIGNED-AMOUNT
           END-IF
           MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE "*DISPUTED*" TO WS-DISPUTE-TAG
               END-IF
           END-IF.

       RUN-SNAPSHOT-SESSION.
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: no account snapshot available (status "
                       SNAPSHOT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=== ACCOUNT INQUIRY (read-only, OFFLINE "
                   "SNAPSHOT) ==="
           DISPLAY "Database unavailable - balances are as of the "
                   "last nightly snapshot, not live."
           PERFORM INQUIRE-FROM-SNAPSHOT UNTIL WS-SESSION-DONE = 'Y'
           CLOSE SNAPSHOT-FILE
           MOVE 0 TO RETURN-CODE.

       INQUIRE-FROM-SNAPSHOT.
           DISPLAY " "
           DISPLAY "Account id (or QUIT): " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-INPUT
           ACCEPT WS-OPERATOR-INPUT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPERATOR-INPUT))
                   = "QUIT"
              OR WS-OPERATOR-INPUT = SPACES
               MOVE 'Y' TO WS-SESSION-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-OPERATOR-INPUT) TO WS-ACCOUNT-ID
           IF FUNCTION UPPER-CASE(WS-OPERATOR-INPUT(1:2)) = "VA"
               DISPLAY "Virtual account numbers cannot be resolved "
                       "while the database is down - quote the "
                       "master account."
               EXIT PARAGRAPH
           END-IF

           *> the audit trail is a file, so it is kept offline too
           MOVE "account-inquiry" TO WS-AUDIT-CHANNEL
           MOVE "SNAPSHOT" TO WS-AUDIT-TYPE
           CALL STATIC "LOG-INQUIRY-ACCESS"
               USING WS-AUDIT-CHANNEL, WS-ACCOUNT-ID, WS-AUDIT-TYPE

           MOVE WS-ACCOUNT-ID TO SNAP-ACCOUNT-ID
           READ SNAPSHOT-FILE
               INVALID KEY
                   DISPLAY "Account " FUNCTION TRIM(WS-ACCOUNT-ID)
                           " is not in the snapshot."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY " "
           DISPLAY "*** AS OF " SNAP-TAKEN-AT
                   " (snapshot, business date " SNAP-BUSINESS-DATE
                   ") ***"
           DISPLAY "Account:  " FUNCTION TRIM(SNAP-ACCOUNT-ID)
                   "  (" FUNCTION TRIM(SNAP-STATUS) ")"
           DISPLAY "Customer: " FUNCTION TRIM(SNAP-CUSTOMER-NAME)
           DISPLAY "Memos are not available offline."
           MOVE SNAP-BALANCE TO WS-FORMAT-ARG
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-FORMAT-ARG, WS-FORMATTED-AMOUNT
           DISPLAY "Currency: " SNAP-CURRENCY
                   "   Balance: " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           IF SNAP-HOLDS > 0
               MOVE SNAP-HOLDS TO WS-FORMAT-ARG
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-FORMAT-ARG, WS-FORMATTED-AMOUNT
               DISPLAY "Holds:    "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                       WITH NO ADVANCING
               MOVE SNAP-AVAILABLE TO WS-FORMAT-ARG
               CALL STATIC "FORMAT-PIC-MASK"
                   USING "C", WS-FORMAT-ARG, WS-FORMATTED-AMOUNT
               DISPLAY "   Available: "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
           END-IF

           IF SNAP-ENTRY-COUNT = 0
               DISPLAY "No ledger activity in the snapshot."
               EXIT PARAGRAPH
           END-IF
           *> the same listing as the live screen, walked back from
           *> the snapshot balance; the dispute check needs the
           *> database, so references are left blank
           MOVE 0 TO WS-TX-COUNT
           PERFORM LOAD-ONE-SNAP-ENTRY
               VARYING WS-SNAP-IX FROM 1 BY 1
               UNTIL WS-SNAP-IX > SNAP-ENTRY-COUNT
           MOVE SNAP-BALANCE TO WS-RUNNING-BALANCE
           DISPLAY " "
           DISPLAY "Date        Type          Amount        Balance"
           DISPLAY "------------------------------------------------"
           PERFORM SHOW-ONE-ENTRY
               VARYING WS-TX-IX FROM 1 BY 1
               UNTIL WS-TX-IX > WS-TX-COUNT
           DISPLAY "Last " WS-TX-COUNT " entries as of "
                   SNAP-TAKEN-AT " - older history needs the "
                   "database.".

       LOAD-ONE-SNAP-ENTRY.
           ADD 1 TO WS-TX-COUNT
           MOVE SNAP-TX-TYPE(WS-SNAP-IX) TO WS-TX-TYPE(WS-TX-COUNT)
           MOVE SNAP-TX-AMOUNT(WS-SNAP-IX) TO WS-TX-AMOUNT(WS-TX-COUNT)
           MOVE SNAP-TX-DATE(WS-SNAP-IX) TO WS-TX-DATE(WS-TX-COUNT)
           MOVE SPACES TO WS-TX-REF(WS-TX-COUNT).
