           SELECT STATE-FILE ASSIGN TO "build/loan_arrears_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE.
       01  STATE-RECORD         PIC X(40).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "loan-arrears-report".
       01  STATE-FILE-STATUS    PIC XX.
       01  WS-EOF               PIC X.
       *> the listing is kept in build/ as well as shown, so the
       *> night's report can be split out to the branches
       01  WS-REPORT-FILENAME   PIC X(60).

       *> annual penalty rate accrued on the overdue installment for
       *> the days it has sat unpaid
           PERFORM LOAD-PRIOR-STATE
           PERFORM COLLECT-OVERDUE-INSTALLMENTS

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/loan_arrears_report_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "--- LOAN ARREARS AGING FOR " WS-BUSINESS-DATE
                  " ---"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-ARR-USED = 0
               MOVE "No loan installments in arrears." TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "LOAN                 ACCOUNT    INST  DPD   "
                      "BUCKET  AMOUNT      PENALTY"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM REPORT-ONE-ARREAR
                   VARYING WS-ARR-IX FROM 1 BY 1
                   UNTIL WS-ARR-IX > WS-ARR-USED
               PERFORM DISPLAY-BUCKET-SUMMARY
           END-IF
           CLOSE REPORT-FILE
           PERFORM WRITE-NEW-STATE

           CALL STATIC "DB_DISCONNECT"
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING WS-ARR-LOAN(WS-ARR-IX) " "
                  WS-ARR-ACCOUNT(WS-ARR-IX) " "
                  WS-ARR-INST(WS-ARR-IX) "   "
                  WS-ARR-AGE(WS-ARR-IX) "  "
                  WS-ARR-BUCKET(WS-ARR-IX) "     "
                  WS-AMOUNT-EDIT " "
                  WS-PENALTY-EDIT " "
                  FUNCTION TRIM(WS-CROSS-TAG)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       FIND-PRIOR-BUCKET.
           MOVE 0 TO WS-PRIOR-FOUND
           END-PERFORM.

       DISPLAY-BUCKET-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "--- BUCKET SUMMARY ---" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BUCKET-TOTAL(1) TO WS-BUCKET-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  1-30 days:  " WS-BUCKET-COUNT(1)
                  " installment(s), " FUNCTION TRIM(WS-BUCKET-EDIT)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BUCKET-TOTAL(2) TO WS-BUCKET-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  31-60 days: " WS-BUCKET-COUNT(2)
                  " installment(s), " FUNCTION TRIM(WS-BUCKET-EDIT)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BUCKET-TOTAL(3) TO WS-BUCKET-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  61-90 days: " WS-BUCKET-COUNT(3)
                  " installment(s), " FUNCTION TRIM(WS-BUCKET-EDIT)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BUCKET-TOTAL(4) TO WS-BUCKET-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  90+ days:   " WS-BUCKET-COUNT(4)
                  " installment(s), " FUNCTION TRIM(WS-BUCKET-EDIT)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-CROSSED-COUNT " installment(s) crossed a "
                  "bucket boundary since the prior run; "
                  WS-NEW-90PLUS " newly 90+ alert(s) queued."
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING).

       WRITE-NEW-STATE.
           *> tonight's buckets become tomorrow night's baseline
