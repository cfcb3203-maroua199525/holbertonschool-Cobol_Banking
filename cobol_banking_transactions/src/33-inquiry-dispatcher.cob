               ASSIGN TO "inquiry_gateway_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GW-RESPONSE-STATUS.
           SELECT SNAPSHOT-FILE
               ASSIGN TO "build/account_snapshot.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SNAP-ACCOUNT-ID
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REPLY-RECORD         PIC X(160).
       FD  GW-RESPONSE-FILE.
       01  GW-RESPONSE-RECORD   PIC X(500).
       FD  SNAPSHOT-FILE.
       COPY "acctsnap.cpy".

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  WS-AUDIT-CHANNEL     PIC X(20).
       01  WS-AUDIT-TYPE        PIC X(10).

       *> with the database down both channels are answered from
       *> the nightly account snapshot; every reply carries the
       *> snapshot time so the caller is never told stale is live
       01  SNAPSHOT-FILE-STATUS PIC XX.
       01  WS-OFFLINE-MODE      PIC X VALUE 'N'.
           88  OFFLINE-MODE            VALUE 'Y'.
       01  WS-SNAP-IX           PIC 9(2).
       01  WS-SNAP-AMOUNT-EDIT  PIC -(9)9.99.

       *> Gateway mode: the phone-banking vendor cannot drop files,
       *> so queued requests also pull from a REST endpoint (the
       *> FEED-PULLER pattern), serve through the same SERVE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "N"
               DISPLAY "ERROR: Database connection failed"
               OPEN INPUT SNAPSHOT-FILE
               IF SNAPSHOT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: no account snapshot available "
                           "(status " SNAPSHOT-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               SET OFFLINE-MODE TO TRUE
               DISPLAY "Serving inquiries from the nightly account "
                       "snapshot."
           ELSE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           DISPLAY "Inquiry sweep complete - " WS-SERVED-COUNT
                   " file request(s), " WS-GW-SERVED
                   " gateway request(s) served."
           IF OFFLINE-MODE
               CLOSE SNAPSHOT-FILE
               MOVE 0 TO RETURN-CODE
           ELSE
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
           END-IF
           GOBACK.

       SERVE-ONE-LISTED-REQUEST.
           *> every read leaves its trace before it is served
           MOVE "inquiry-dispatcher" TO WS-AUDIT-CHANNEL
           MOVE WS-REQUEST-TYPE TO WS-AUDIT-TYPE
           IF OFFLINE-MODE
               MOVE SPACES TO WS-AUDIT-TYPE
               STRING "SNAP-"
                      FUNCTION UPPER-CASE(WS-REQUEST-TYPE(1:3))
                   DELIMITED BY SIZE INTO WS-AUDIT-TYPE
           END-IF
           CALL STATIC "LOG-INQUIRY-ACCESS"
               USING WS-AUDIT-CHANNEL, WS-ACCOUNT-ID, WS-AUDIT-TYPE

               DELIMITED BY SIZE INTO WS-REPLY-FILE-NAME
           OPEN OUTPUT REPLY-FILE

           IF OFFLINE-MODE
               PERFORM ANSWER-FROM-SNAPSHOT
               CLOSE REPLY-FILE
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-REQUEST-TYPE))
               WHEN "BALANCE"
               MOVE WS-ROW-TEXT TO REPLY-RECORD
               WRITE REPLY-RECORD
           END-IF.

       ANSWER-FROM-SNAPSHOT.
           MOVE SPACES TO REPLY-RECORD
           MOVE WS-ACCOUNT-ID TO SNAP-ACCOUNT-ID
           READ SNAPSHOT-FILE
               INVALID KEY
                   STRING FUNCTION TRIM(WS-CORRELATION-ID)
                          ",ERROR,account not found"
                       DELIMITED BY SIZE INTO REPLY-RECORD
                   WRITE REPLY-RECORD
                   EXIT PARAGRAPH
           END-READ

           EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-REQUEST-TYPE))
               WHEN "BALANCE"
                   MOVE SNAP-BALANCE TO WS-SNAP-AMOUNT-EDIT
                   STRING FUNCTION TRIM(WS-CORRELATION-ID)
                          ",OK,BALANCE,"
                          FUNCTION TRIM(WS-ACCOUNT-ID) ","
                          FUNCTION TRIM(WS-SNAP-AMOUNT-EDIT)
                       DELIMITED BY SIZE INTO REPLY-RECORD
                   WRITE REPLY-RECORD
                   MOVE SPACES TO REPLY-RECORD
                   MOVE SNAP-AVAILABLE TO WS-SNAP-AMOUNT-EDIT
                   STRING "AVAILABLE,"
                          FUNCTION TRIM(WS-SNAP-AMOUNT-EDIT)
                       DELIMITED BY SIZE INTO REPLY-RECORD
                   WRITE REPLY-RECORD
               WHEN "ACTIVITY"
                   STRING FUNCTION TRIM(WS-CORRELATION-ID)
                          ",OK,ACTIVITY," FUNCTION TRIM(WS-ACCOUNT-ID)
                       DELIMITED BY SIZE INTO REPLY-RECORD
                   WRITE REPLY-RECORD
                   PERFORM WRITE-ONE-SNAP-ENTRY
                       VARYING WS-SNAP-IX FROM 1 BY 1
                       UNTIL WS-SNAP-IX > SNAP-ENTRY-COUNT
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-CORRELATION-ID)
                          ",ERROR,unknown request type"
                       DELIMITED BY SIZE INTO REPLY-RECORD
                   WRITE REPLY-RECORD
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO REPLY-RECORD
           STRING "ASOF," SNAP-TAKEN-AT ",SNAPSHOT"
               DELIMITED BY SIZE INTO REPLY-RECORD
           WRITE REPLY-RECORD.

       WRITE-ONE-SNAP-ENTRY.
           MOVE SNAP-TX-AMOUNT(WS-SNAP-IX) TO WS-SNAP-AMOUNT-EDIT
           MOVE SPACES TO REPLY-RECORD
           STRING FUNCTION TRIM(SNAP-TX-DATE(WS-SNAP-IX)) ","
                  FUNCTION TRIM(SNAP-TX-TYPE(WS-SNAP-IX)) ","
                  FUNCTION TRIM(WS-SNAP-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO REPLY-RECORD
           WRITE REPLY-RECORD.
