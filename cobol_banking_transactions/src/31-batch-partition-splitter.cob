       01  WS-BATCH-ID          PIC X(30).
       01  WS-BATCH-ORIGIN      PIC X(30).
       01  WS-BATCH-BRANCH     PIC X(10).
       01  WS-BATCH-SUBMITTER   PIC X(20).
       01  WS-LINE-AMOUNT       PIC S9(9)V99.

       01  WS-PART-STATS.
                   MOVE FUNCTION TRIM(PTL-FIELD2) TO WS-BATCH-ID
                   MOVE FUNCTION TRIM(PTL-FIELD3) TO WS-BATCH-ORIGIN
                   MOVE FUNCTION TRIM(PTL-FIELD4) TO WS-BATCH-BRANCH
                   MOVE FUNCTION TRIM(PTL-FIELD5) TO WS-BATCH-SUBMITTER
               WHEN "TRAILER"
                   CONTINUE
               WHEN "INSERT"
                      "-P" WS-PART-IX ","
                      FUNCTION TRIM(WS-BATCH-ORIGIN)
                      "," FUNCTION TRIM(WS-BATCH-BRANCH)
                      "," FUNCTION TRIM(WS-BATCH-SUBMITTER)
                   DELIMITED BY SIZE INTO PART-RECORD
               WRITE PART-RECORD
               CLOSE PART-FILE
