       01  WS-CONTRA-AMT-EDIT   PIC -(7)9.99.
       01  WS-REASON            PIC X(50).
       01  WS-CURRENT-TIMESTAMP PIC X(21).
       *> each contra carries the value date of the item it backs
       *> out - the original line's own date, else the batch date
       *> from the archive name - so a backout of a closed month is
       *> re-dated and logged as a prior-period adjustment
       01  WS-BATCH-VALUE-DATE  PIC X(10) VALUE SPACES.
       01  WS-CONTRA-VALUE-DATE PIC X(50).
       01  WS-VALUE-DATE-RESULT PIC X.
       01  WS-NAME-HEAD         PIC X(80).
       01  WS-NAME-TAIL         PIC X(80).

       01  PTL-ACTION           PIC X(20).
       01  PTL-FIELD2           PIC X(50).
               GOBACK
           END-IF

           MOVE SPACES TO WS-NAME-HEAD, WS-NAME-TAIL
           UNSTRING WS-ARCHIVE-FILE-NAME DELIMITED BY "transactions_"
               INTO WS-NAME-HEAD, WS-NAME-TAIL
           END-UNSTRING
           IF WS-NAME-TAIL(1:8) IS NUMERIC
               STRING WS-NAME-TAIL(1:4) "-" WS-NAME-TAIL(5:2) "-"
                      WS-NAME-TAIL(7:2)
                   DELIMITED BY SIZE INTO WS-BATCH-VALUE-DATE
           END-IF

           OPEN OUTPUT BACKOUT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO BACKOUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE PTL-FIELD5 TO WS-CONTRA-VALUE-DATE
           CALL STATIC "CHECK-EFFECTIVE-DATE"
               USING WS-CONTRA-VALUE-DATE, WS-VALUE-DATE-RESULT
           IF WS-VALUE-DATE-RESULT = 'N'
               MOVE WS-BATCH-VALUE-DATE TO WS-CONTRA-VALUE-DATE
           END-IF

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(PTL-ACTION))
               WHEN "HEADER"
                   MOVE FUNCTION TRIM(PTL-FIELD2) TO WS-ORIG-BATCH-ID
           STRING "REVERSAL,"
                  FUNCTION TRIM(PTL-FIELD2) ","
                  FUNCTION TRIM(WS-REASON) ","
                  FUNCTION TRIM(WS-CONTRA-AMT-EDIT) ","
                  FUNCTION TRIM(WS-CONTRA-VALUE-DATE)
               DELIMITED BY SIZE INTO BACKOUT-RECORD
           WRITE BACKOUT-RECORD.

           STRING "TRANSFER,"
                  FUNCTION TRIM(PTL-FIELD3) ","
                  FUNCTION TRIM(PTL-FIELD2) ","
                  FUNCTION TRIM(PTL-FIELD4) ","
                  FUNCTION TRIM(WS-CONTRA-VALUE-DATE)
               DELIMITED BY SIZE INTO BACKOUT-RECORD
           WRITE BACKOUT-RECORD.

           STRING "REVERSAL,"
                  FUNCTION TRIM(PTL-FIELD2) ","
                  FUNCTION TRIM(WS-REASON) ","
                  FUNCTION TRIM(WS-CONTRA-AMT-EDIT) ","
                  FUNCTION TRIM(WS-CONTRA-VALUE-DATE)
               DELIMITED BY SIZE INTO BACKOUT-RECORD
           WRITE BACKOUT-RECORD.
