       01  WS-APP-ADDR-FLAG     PIC X(2).
       01  WS-APP-SIG-FLAG      PIC X(2).
       01  WS-APP-STATUS        PIC X(12).
       01  WS-APP-DOB           PIC X(10).
       01  WS-FEED-LINES        PIC 9.
       01  WS-CHECK-COLUMN      PIC X(20).
       01  WS-CHASE-DAYS        PIC 9(3) VALUE 7.
       01  WS-ENV-CHASE         PIC X(5).
       01  WS-ESC-OUT           PIC 9(3).
       01  WS-SECTION           PIC X.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "account-opening-workflow".
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
                   PERFORM TAKE-APPLICATION
               WHEN "CHECK"
                   PERFORM MARK-CHECKLIST-ITEM
               WHEN "DOB"
                   PERFORM RECORD-APPLICANT-DOB
               WHEN "APPROVE"
                   PERFORM APPROVE-APPLICATION
               WHEN "DECLINE"
                       FUNCTION TRIM(WS-CMD-ARG1) "."
           END-IF.

       RECORD-APPLICANT-DOB.
           *> DOB <app-id> <YYYY-MM-DD> - carried to the customer
           *> master on approval; youth products depend on it
           IF WS-CMD-ARG2(1:4) IS NOT NUMERIC
              OR WS-CMD-ARG2(5:1) NOT = "-"
              OR WS-CMD-ARG2(6:2) IS NOT NUMERIC
              OR WS-CMD-ARG2(8:1) NOT = "-"
              OR WS-CMD-ARG2(9:2) IS NOT NUMERIC
              OR WS-CMD-ARG2(11:1) NOT = SPACE
               DISPLAY "Use: account-opening-workflow DOB <app-id> "
                       "<YYYY-MM-DD>"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE account_applications SET date_of_birth = "
                  "DATE '"
                  WS-CMD-ARG2(1:10)
                  "' WHERE app_id = "
                  FUNCTION TRIM(WS-CMD-ARG1)
                  " AND status = 'PENDING'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Date of birth " WS-CMD-ARG2(1:10)
                       " recorded on application "
                       FUNCTION TRIM(WS-CMD-ARG1) "."
           END-IF.

       APPROVE-APPLICATION.
           *> only a fully checked application generates the INSERT
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT customer_id || ';' || account_id || ';' "
                  "|| amount || ';' || id_verified || ';' || "
                  "addr_verified || ';' || sig_card || ';' || "
                  "status || ';' || COALESCE(date_of_birth::text,"
                  "'') || ';' || applicant_name "
                  "FROM account_applications WHERE app_id = "
                  FUNCTION TRIM(WS-CMD-ARG1)
               DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           MOVE SPACES TO WS-APP-DETAIL, WS-APP-CUST, WS-APP-ACCT,
               WS-APP-AMOUNT, WS-APP-ID-FLAG, WS-APP-ADDR-FLAG,
               WS-APP-SIG-FLAG, WS-APP-STATUS, WS-APP-DOB,
               WS-APP-NAME
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-APP-DETAIL
           UNSTRING WS-APP-DETAIL DELIMITED BY ";"
               INTO WS-APP-CUST, WS-APP-ACCT, WS-APP-AMOUNT,
                    WS-APP-ID-FLAG, WS-APP-ADDR-FLAG,
                    WS-APP-SIG-FLAG, WS-APP-STATUS, WS-APP-DOB,
                    WS-APP-NAME
           END-UNSTRING
           IF FUNCTION TRIM(WS-APP-STATUS) NOT = "PENDING"
               DISPLAY "Application "
                  FUNCTION TRIM(WS-APP-AMOUNT)
               DELIMITED BY SIZE INTO OPENING-FEED-RECORD
           WRITE OPENING-FEED-RECORD
           MOVE 1 TO WS-FEED-LINES
           *> the date of birth follows as customer maintenance
           *> once the INSERT has put the customer on file
           IF WS-APP-DOB NOT = SPACES
               MOVE SPACES TO OPENING-FEED-RECORD
               STRING "CUSTMAINT,"
                      FUNCTION TRIM(WS-APP-CUST) ",DOB,"
                      WS-APP-DOB
                   DELIMITED BY SIZE INTO OPENING-FEED-RECORD
               WRITE OPENING-FEED-RECORD
               ADD 1 TO WS-FEED-LINES
           END-IF
           MOVE SPACES TO OPENING-FEED-RECORD
           STRING "TRAILER," WS-FEED-LINES ","
                  FUNCTION TRIM(WS-APP-AMOUNT)
               DELIMITED BY SIZE INTO OPENING-FEED-RECORD
           WRITE OPENING-FEED-RECORD
           CLOSE OPENING-FEED
           DISPLAY " "
           DISPLAY WS-PENDING-COUNT " pending, " WS-CHASE-COUNT
                   " to chase."
           DISPLAY "Use: account-opening-workflow APPLY|CHECK|DOB|"
                   "APPROVE|DECLINE ...".

       RUN-QUEUE-QUERY.
