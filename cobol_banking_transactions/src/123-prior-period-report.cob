IDENTIFICATION DIVISION.
       PROGRAM-ID. prior-period-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE
               ASSIGN TO "build/prior_period_adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "build/accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD    PIC X(300).
       FD  PERIOD-FILE.
       01  PERIOD-RECORD        PIC X(160).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  ADJUSTMENT-FILE-STATUS PIC XX.
       01  PERIOD-FILE-STATUS   PIC XX.
       01  WS-EOF               PIC X.

       01  WS-COMMAND-LINE      PIC X(20).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).
       *> the month whose postings are reported, YYYYMM
       01  WS-PERIOD            PIC X(6).

       01  WS-ADJ-POSTED        PIC X(8).
       01  WS-ADJ-TIME          PIC X(6).
       01  WS-ADJ-SOURCE        PIC X(40).
       01  WS-ADJ-OPERATOR      PIC X(20).
       01  WS-ADJ-KIND          PIC X(10).
       01  WS-ADJ-REQUESTED     PIC X(10).
       01  WS-ADJ-APPLIED       PIC X(10).
       01  WS-ADJ-DETAIL        PIC X(120).

       01  WS-PR-PERIOD         PIC X(6).
       01  WS-PR-STATUS         PIC X(20).
       01  WS-PR-DATE           PIC X(8).
       01  WS-PR-OPERATOR       PIC X(20).
       01  WS-PR-TEXT           PIC X(80).

       01  WS-ADJ-COUNT         PIC 9(7) VALUE 0.
       01  WS-REDATED-COUNT     PIC 9(7) VALUE 0.
       01  WS-BACKVALUED-COUNT  PIC 9(7) VALUE 0.
       01  WS-EVENT-COUNT       PIC 9(5) VALUE 0.

       *> adjustments counted by the closed period they were dated
       *> into
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY     OCCURS 60 TIMES.
               10  WS-HIT-PERIOD    PIC X(6).
               10  WS-HIT-REDATED   PIC 9(7).
               10  WS-HIT-BACKVALUED PIC 9(7).
       01  WS-HIT-USED          PIC 9(3) VALUE 0.
       01  WS-HIT-IX            PIC 9(3).
       01  WS-FOUND-IX          PIC 9(3).
       01  WS-WANT-PERIOD       PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) IS NUMERIC
              AND WS-COMMAND-LINE(7:1) = SPACE
               MOVE WS-COMMAND-LINE(1:6) TO WS-PERIOD
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/prior_period_adjustments_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "PRIOR-PERIOD ADJUSTMENTS POSTED IN " WS-PERIOD
                  "   (run " WS-BUSINESS-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "POSTED   SOURCE               OPERATOR     KIND      "
               TO REPORT-LINE
           MOVE "REQUESTED  APPLIED    DETAIL" TO REPORT-LINE(55:)
           WRITE REPORT-LINE

           MOVE 'N' TO WS-EOF
           OPEN INPUT ADJUSTMENT-FILE
           IF ADJUSTMENT-FILE-STATUS = "00"
               PERFORM REPORT-ONE-ADJUSTMENT UNTIL WS-EOF = 'Y'
               CLOSE ADJUSTMENT-FILE
           END-IF
           IF WS-ADJ-COUNT = 0
               MOVE "(no postings were dated into a closed period)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY PERIOD DATED INTO   REDATED  BACKVALUED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM REPORT-ONE-HIT
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-USED
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL                  " WS-REDATED-COUNT "  "
                  WS-BACKVALUED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNTING PERIOD REGISTER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PERIOD  EVENT             DATE      OPERATOR"
               TO REPORT-LINE
           MOVE "DETAIL" TO REPORT-LINE(58:)
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = "00"
               PERFORM REPORT-ONE-PERIOD-EVENT UNTIL WS-EOF = 'Y'
               CLOSE PERIOD-FILE
           END-IF
           IF WS-EVENT-COUNT = 0
               MOVE "(no period has been closed yet)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "Prior-period adjustments for " WS-PERIOD ": "
                   WS-REDATED-COUNT " re-dated, "
                   WS-BACKVALUED-COUNT " back-valued - report in "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           MOVE 0 TO RETURN-CODE
           GOBACK.

       REPORT-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-ADJ-POSTED, WS-ADJ-TIME,
                       WS-ADJ-SOURCE, WS-ADJ-OPERATOR, WS-ADJ-KIND,
                       WS-ADJ-REQUESTED, WS-ADJ-APPLIED, WS-ADJ-DETAIL
                   UNSTRING ADJUSTMENT-RECORD DELIMITED BY "|"
                       INTO WS-ADJ-POSTED, WS-ADJ-TIME, WS-ADJ-SOURCE,
                            WS-ADJ-OPERATOR, WS-ADJ-KIND,
                            WS-ADJ-REQUESTED, WS-ADJ-APPLIED,
                            WS-ADJ-DETAIL
                   END-UNSTRING
                   IF WS-ADJ-POSTED(1:6) = WS-PERIOD
                       PERFORM COUNT-ADJUSTMENT
                       MOVE SPACES TO REPORT-LINE
                       STRING WS-ADJ-POSTED " "
                              WS-ADJ-SOURCE(1:20) " "
                              WS-ADJ-OPERATOR(1:12) " "
                              WS-ADJ-KIND " "
                              WS-ADJ-REQUESTED " "
                              WS-ADJ-APPLIED " "
                              FUNCTION TRIM(WS-ADJ-DETAIL)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       COUNT-ADJUSTMENT.
           ADD 1 TO WS-ADJ-COUNT
           MOVE SPACES TO WS-WANT-PERIOD
           STRING WS-ADJ-REQUESTED(1:4) WS-ADJ-REQUESTED(6:2)
               DELIMITED BY SIZE INTO WS-WANT-PERIOD
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-HIT-IX FROM 1 BY 1
                   UNTIL WS-HIT-IX > WS-HIT-USED
                      OR WS-FOUND-IX > 0
               IF WS-HIT-PERIOD(WS-HIT-IX) = WS-WANT-PERIOD
                   MOVE WS-HIT-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0 AND WS-HIT-USED < 60
               ADD 1 TO WS-HIT-USED
               MOVE WS-HIT-USED TO WS-FOUND-IX
               MOVE WS-WANT-PERIOD TO WS-HIT-PERIOD(WS-FOUND-IX)
               MOVE 0 TO WS-HIT-REDATED(WS-FOUND-IX)
               MOVE 0 TO WS-HIT-BACKVALUED(WS-FOUND-IX)
           END-IF
           IF WS-ADJ-KIND = "REDATED"
               ADD 1 TO WS-REDATED-COUNT
               IF WS-FOUND-IX > 0
                   ADD 1 TO WS-HIT-REDATED(WS-FOUND-IX)
               END-IF
           ELSE
               ADD 1 TO WS-BACKVALUED-COUNT
               IF WS-FOUND-IX > 0
                   ADD 1 TO WS-HIT-BACKVALUED(WS-FOUND-IX)
               END-IF
           END-IF.

       REPORT-ONE-HIT.
           MOVE SPACES TO REPORT-LINE
           STRING WS-HIT-PERIOD(WS-HIT-IX) "                 "
                  WS-HIT-REDATED(WS-HIT-IX) "  "
                  WS-HIT-BACKVALUED(WS-HIT-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-ONE-PERIOD-EVENT.
           READ PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-PR-PERIOD, WS-PR-STATUS,
                       WS-PR-DATE, WS-PR-OPERATOR, WS-PR-TEXT
                   UNSTRING PERIOD-RECORD DELIMITED BY "|"
                       INTO WS-PR-PERIOD, WS-PR-STATUS, WS-PR-DATE,
                            WS-PR-OPERATOR, WS-PR-TEXT
                   END-UNSTRING
                   ADD 1 TO WS-EVENT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-PR-PERIOD "  " WS-PR-STATUS(1:16) "  "
                          WS-PR-DATE "  " WS-PR-OPERATOR " "
                          FUNCTION TRIM(WS-PR-TEXT)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-READ.
