IDENTIFICATION DIVISION.
       PROGRAM-ID. segregation-of-duties.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENT-FILE ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTITLEMENT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-RECORD   PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  ENTITLEMENT-STATUS   PIC XX.
       01  WS-EOF               PIC X.
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).

       *> role memberships and the CONFLICT pairs from the
       *> entitlement matrix; an operator holding both roles of any
       *> pair is a segregation-of-duties breach
       01  WS-HOLDING-TABLE.
           05  WS-HOLDING       OCCURS 300 TIMES.
               10  WS-HD-OPERATOR   PIC X(20).
               10  WS-HD-ROLE       PIC X(40).
       01  WS-HOLDING-USED      PIC 9(3) VALUE 0.
       01  WS-HOLDING-IX        PIC 9(3).
       01  WS-OTHER-IX          PIC 9(3).
       01  WS-CONFLICT-TABLE.
           05  WS-CONFLICT      OCCURS 100 TIMES.
               10  WS-CF-ROLE1      PIC X(40).
               10  WS-CF-ROLE2      PIC X(40).
       01  WS-CONFLICT-USED     PIC 9(3) VALUE 0.
       01  WS-CONFLICT-IX       PIC 9(3).
       01  WS-BREACH-COUNT      PIC 9(5) VALUE 0.
       01  WS-LINE-FIELDS       PIC X(120).
       01  WS-EN-F1             PIC X(20).
       01  WS-EN-F2             PIC X(40).
       01  WS-EN-F3             PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/sod_conflicts_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           MOVE 'N' TO WS-EOF
           OPEN INPUT ENTITLEMENT-FILE
           IF ENTITLEMENT-STATUS NOT = "00"
               DISPLAY "ERROR: operator_entitlements.dat not found - "
                       "nothing to check."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ONE-LINE UNTIL WS-EOF = 'Y'
           CLOSE ENTITLEMENT-FILE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "SEGREGATION OF DUTIES - CONFLICTING ROLES HELD - "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ROLE PAIRS NO ONE MAY HOLD TOGETHER" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-RULE
               VARYING WS-CONFLICT-IX FROM 1 BY 1
               UNTIL WS-CONFLICT-IX > WS-CONFLICT-USED
           IF WS-CONFLICT-USED = 0
               MOVE "  None defined." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPERATORS HOLDING A CONFLICTING PAIR" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  operator              role                  role"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-ONE-HOLDING
               VARYING WS-HOLDING-IX FROM 1 BY 1
               UNTIL WS-HOLDING-IX > WS-HOLDING-USED
           IF WS-BREACH-COUNT = 0
               MOVE "  None." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Conflicts found: " WS-BREACH-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Segregation-of-duties report written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   WS-BREACH-COUNT " conflict(s)."
           IF WS-BREACH-COUNT > 0
               DISPLAY "WARNING: operators hold conflicting roles - "
                       "see the report."
           END-IF
           GOBACK.

       LOAD-ONE-LINE.
           READ ENTITLEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(ENTITLEMENT-RECORD)
                       TO WS-LINE-FIELDS
                   IF WS-LINE-FIELDS NOT = SPACES
                      AND WS-LINE-FIELDS(1:1) NOT = "#"
                       MOVE SPACES TO WS-EN-F1, WS-EN-F2, WS-EN-F3
                       UNSTRING WS-LINE-FIELDS DELIMITED BY ","
                           INTO WS-EN-F1, WS-EN-F2, WS-EN-F3
                       END-UNSTRING
                       PERFORM FILE-ONE-LINE
                   END-IF
           END-READ.

       FILE-ONE-LINE.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EN-F1))
               WHEN "OPERATOR"
                   IF WS-HOLDING-USED < 300
                       ADD 1 TO WS-HOLDING-USED
                       MOVE FUNCTION TRIM(WS-EN-F2)
                           TO WS-HD-OPERATOR(WS-HOLDING-USED)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EN-F3))
                           TO WS-HD-ROLE(WS-HOLDING-USED)
                   END-IF
               WHEN "CONFLICT"
                   IF WS-CONFLICT-USED < 100
                       ADD 1 TO WS-CONFLICT-USED
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EN-F2))
                           TO WS-CF-ROLE1(WS-CONFLICT-USED)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EN-F3))
                           TO WS-CF-ROLE2(WS-CONFLICT-USED)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-ONE-RULE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " FUNCTION TRIM(WS-CF-ROLE1(WS-CONFLICT-IX))
                  " / " FUNCTION TRIM(WS-CF-ROLE2(WS-CONFLICT-IX))
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-ONE-HOLDING.
           *> each pair is reported once, from the membership of its
           *> first-named role
           PERFORM CHECK-HOLDING-AGAINST-RULE
               VARYING WS-CONFLICT-IX FROM 1 BY 1
               UNTIL WS-CONFLICT-IX > WS-CONFLICT-USED.

       CHECK-HOLDING-AGAINST-RULE.
           IF WS-HD-ROLE(WS-HOLDING-IX) = WS-CF-ROLE1(WS-CONFLICT-IX)
               PERFORM MATCH-OTHER-ROLE
                   VARYING WS-OTHER-IX FROM 1 BY 1
                   UNTIL WS-OTHER-IX > WS-HOLDING-USED
           END-IF.

       MATCH-OTHER-ROLE.
           IF FUNCTION UPPER-CASE(WS-HD-OPERATOR(WS-OTHER-IX)) =
                  FUNCTION UPPER-CASE(WS-HD-OPERATOR(WS-HOLDING-IX))
              AND WS-HD-ROLE(WS-OTHER-IX) = WS-CF-ROLE2(WS-CONFLICT-IX)
               ADD 1 TO WS-BREACH-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-HD-OPERATOR(WS-HOLDING-IX) "  "
                      WS-CF-ROLE1(WS-CONFLICT-IX)(1:20) "  "
                      WS-CF-ROLE2(WS-CONFLICT-IX)(1:20)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
