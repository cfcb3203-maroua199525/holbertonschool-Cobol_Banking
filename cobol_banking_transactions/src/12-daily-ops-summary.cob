       01  WS-SUSPENSE-TOTAL     PIC 9(5) VALUE 0.
       01  WS-DB-ERROR-TOTAL     PIC 9(5) VALUE 0.
       01  WS-CONNECT-FAILS      PIC 9(5) VALUE 0.
       01  WS-CIRCUIT-OPENINGS   PIC 9(5) VALUE 0.
       01  WS-PART4              PIC X(120).
       01  WS-PART5              PIC X(120).

       *> build/channel_totals.dat, left by process-transactions for
       *> a merged batch: BATCH,batch-id then
       *> code,status,batch-id,trailer count,trailer total,
       *> read count,read total,result,note
       01  WS-CHANNEL-FIELDS.
           05  WS-CHF-CODE       PIC X(10).
           05  WS-CHF-STATUS     PIC X(10).
           05  WS-CHF-BATCH-ID   PIC X(40).
           05  WS-CHF-DECL-COUNT PIC X(10).
           05  WS-CHF-DECL-TOTAL PIC X(15).
           05  WS-CHF-READ-COUNT PIC X(10).
           05  WS-CHF-READ-TOTAL PIC X(15).
           05  WS-CHF-RESULT     PIC X(10).
           05  WS-CHF-NOTE       PIC X(100).
       01  WS-CHANNEL-LINES      PIC 9(3) VALUE 0.
       01  WS-CHANNEL-EXCEPTIONS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "FAILED DATABASE CONNECTS BY PROGRAM" TO WS-TALLY-TITLE
           PERFORM REPORT-TALLY-SECTION

           PERFORM CLEAR-TALLY
           MOVE "audit/api_call_audit.log" TO WS-SCAN-FILE-NAME
           PERFORM SCAN-CIRCUIT-EVENTS
           MOVE "GATEWAY CIRCUIT OPENINGS / CLOSINGS BY ENDPOINT"
               TO WS-TALLY-TITLE
           PERFORM REPORT-TALLY-SECTION

           PERFORM REPORT-CHANNEL-SECTION

           PERFORM CLEAR-TALLY
           MOVE "build/transaction_suspense.dat" TO WS-SCAN-FILE-NAME
           PERFORM SCAN-HELD-FILE
                   END-IF
           END-READ.

       SCAN-CIRCUIT-EVENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SCAN-FILE
           IF SCAN-FILE-STATUS = "00"
               PERFORM SCAN-ONE-CIRCUIT-LINE UNTIL WS-EOF = 'Y'
               CLOSE SCAN-FILE
           END-IF.

       SCAN-ONE-CIRCUIT-LINE.
           READ SCAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   *> "timestamp | HTTP-CALL-RETRY | endpoint | HTTP n
                   *> | CIRCUIT OPENED - ..." - ordinary call lines
                   *> from the API programs are left alone
                   MOVE SPACES TO WS-PART1, WS-PART2, WS-PART3,
                                  WS-PART4, WS-PART5
                   UNSTRING SCAN-RECORD DELIMITED BY " | "
                       INTO WS-PART1, WS-PART2, WS-PART3, WS-PART4,
                            WS-PART5
                   END-UNSTRING
                   IF WS-PART5(1:8) = "CIRCUIT "
                      AND (WS-LAST-RUN-START = SPACES
                           OR WS-PART1(1:19) NOT < WS-LAST-RUN-START)
                       IF WS-PART5(9:6) = "OPENED"
                           ADD 1 TO WS-CIRCUIT-OPENINGS
                       END-IF
                       MOVE SPACES TO WS-TALLY-ARG
                       STRING WS-PART5(9:6) "  "
                              FUNCTION TRIM(WS-PART3)
                           DELIMITED BY SIZE INTO WS-TALLY-ARG
                       PERFORM TALLY-ONE-KEY
                   END-IF
           END-READ.

       SCAN-HELD-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SCAN-FILE
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE.

       REPORT-CHANNEL-SECTION.
           *> a feed held over past its cut-off is routine; a channel
           *> rejected at merge or out of balance with its own
           *> trailer needs someone to look at it
           MOVE SPACES TO SUMMARY-LINE
           MOVE "INTAKE BY CHANNEL (from build/channel_totals.dat)"
               TO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "build/channel_totals.dat" TO WS-SCAN-FILE-NAME
           MOVE 'N' TO WS-EOF
           OPEN INPUT SCAN-FILE
           IF SCAN-FILE-STATUS = "00"
               PERFORM SCAN-ONE-CHANNEL-LINE UNTIL WS-EOF = 'Y'
               CLOSE SCAN-FILE
           END-IF
           IF WS-CHANNEL-LINES = 0
               MOVE "  No merged batch posted." TO SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
           ELSE
               MOVE SPACES TO SUMMARY-LINE
               STRING "  " WS-CHANNEL-EXCEPTIONS
                      " channel(s) rejected or out of balance."
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE.

       SCAN-ONE-CHANNEL-LINE.
           READ SCAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-CHANNEL-FIELDS
                   UNSTRING SCAN-RECORD DELIMITED BY ","
                       INTO WS-CHF-CODE, WS-CHF-STATUS,
                            WS-CHF-BATCH-ID, WS-CHF-DECL-COUNT,
                            WS-CHF-DECL-TOTAL, WS-CHF-READ-COUNT,
                            WS-CHF-READ-TOTAL, WS-CHF-RESULT,
                            WS-CHF-NOTE
                   END-UNSTRING
                   PERFORM REPORT-ONE-CHANNEL
           END-READ.

       REPORT-ONE-CHANNEL.
           MOVE SPACES TO SUMMARY-LINE
           IF FUNCTION TRIM(WS-CHF-CODE) = "BATCH"
               STRING "  Merged batch " FUNCTION TRIM(WS-CHF-STATUS)
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHANNEL-LINES
           IF FUNCTION TRIM(WS-CHF-RESULT) = "REJECTED"
              OR FUNCTION TRIM(WS-CHF-RESULT) = "MISMATCH"
               ADD 1 TO WS-CHANNEL-EXCEPTIONS
           END-IF
           IF FUNCTION TRIM(WS-CHF-STATUS) = "MERGED"
               STRING "  " WS-CHF-CODE(1:2) " "
                      FUNCTION TRIM(WS-CHF-BATCH-ID) ": trailer "
                      FUNCTION TRIM(WS-CHF-DECL-COUNT) " / "
                      FUNCTION TRIM(WS-CHF-DECL-TOTAL) ", read "
                      FUNCTION TRIM(WS-CHF-READ-COUNT) " / "
                      FUNCTION TRIM(WS-CHF-READ-TOTAL) " - "
                      FUNCTION TRIM(WS-CHF-RESULT)
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           ELSE
               STRING "  " WS-CHF-CODE(1:2) " "
                      FUNCTION TRIM(WS-CHF-STATUS) ": "
                      FUNCTION TRIM(WS-CHF-NOTE)
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE.

       REPORT-VERDICT-SECTION.
           MOVE SPACES TO SUMMARY-LINE
           STRING "TOTALS: " WS-STEP-FAILURES " failed step(s), "
           IF WS-RUN-OUTCOME = "COMPLETED" AND WS-STEP-FAILURES = 0
                   AND WS-DB-ERROR-TOTAL = 0 AND WS-CONNECT-FAILS = 0
                   AND WS-SUSPENSE-TOTAL = 0 AND WS-REJECT-TOTAL = 0
                   AND WS-CIRCUIT-OPENINGS = 0
                   AND WS-CHANNEL-EXCEPTIONS = 0
               MOVE "VERDICT: last night ran clean." TO SUMMARY-LINE
           ELSE
               MOVE "VERDICT: ATTENTION REQUIRED - see sections above."
