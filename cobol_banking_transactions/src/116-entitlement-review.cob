IDENTIFICATION DIVISION.
       PROGRAM-ID. entitlement-review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENT-FILE ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTITLEMENT-STATUS.
           SELECT REFUSAL-LOG-FILE
               ASSIGN TO "audit/entitlement_refusals.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUSAL-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-RECORD   PIC X(120).
       FD  REFUSAL-LOG-FILE.
       01  REFUSAL-LOG-RECORD   PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  ENTITLEMENT-STATUS   PIC XX.
       01  REFUSAL-LOG-STATUS   PIC XX.
       01  WS-EOF               PIC X.
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-REPORT-FILENAME   PIC X(80).

       *> the matrix as CHECK-ENTITLEMENT reads it, kept in file
       *> order with the names as written
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY   OCCURS 500 TIMES.
               10  WS-GR-KIND       PIC X(10).
               10  WS-GR-KEY1       PIC X(40).
               10  WS-GR-KEY2       PIC X(40).
       01  WS-GRANT-USED        PIC 9(3) VALUE 0.
       01  WS-GRANT-IX          PIC 9(3).
       01  WS-SCAN-IX           PIC 9(3).
       01  WS-LINE-FIELDS       PIC X(120).
       01  WS-EN-F1             PIC X(20).
       01  WS-EN-F2             PIC X(40).
       01  WS-EN-F3             PIC X(40).

       01  WS-ROLE-TABLE.
           05  WS-ROLE-NAME     PIC X(40) OCCURS 50 TIMES.
       01  WS-ROLE-USED         PIC 9(3) VALUE 0.
       01  WS-ROLE-IX           PIC 9(3).
       01  WS-ROLE-FOUND        PIC X.
       01  WS-CANDIDATE-ROLE    PIC X(40).
       01  WS-HELD-COUNT        PIC 9(3).
       01  WS-GRANTED-COUNT     PIC 9(3).
       01  WS-EXCEPTION-COUNT   PIC 9(3) VALUE 0.

       *> a comma list wrapped under its caption
       01  WS-LIST-CAPTION      PIC X(14).
       01  WS-LIST-KIND         PIC X(10).
       01  WS-LIST-LINE         PIC X(132).
       01  WS-LIST-PTR          PIC 9(3).
       01  WS-LIST-ITEMS        PIC 9(3).
       01  WS-LIST-ITEM         PIC X(40).

       *> refusals this month, one row per operator and object
       01  WS-REFUSAL-TABLE.
           05  WS-RF-ENTRY      OCCURS 200 TIMES.
               10  WS-RF-OPERATOR   PIC X(20).
               10  WS-RF-KIND       PIC X(10).
               10  WS-RF-OBJECT     PIC X(40).
               10  WS-RF-COUNT      PIC 9(5).
               10  WS-RF-LAST       PIC X(8).
               10  WS-RF-REASON     PIC X(40).
       01  WS-RF-USED           PIC 9(3) VALUE 0.
       01  WS-RF-IX             PIC 9(3).
       01  WS-RF-FOUND          PIC X.
       01  WS-RF-TOTAL          PIC 9(7) VALUE 0.
       01  WS-RF-DATE           PIC X(8).
       01  WS-RF-TIME           PIC X(6).
       01  WS-RF-OP             PIC X(20).
       01  WS-RF-KD             PIC X(10).
       01  WS-RF-OB             PIC X(40).
       01  WS-RF-RS             PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/entitlement_review_" WS-BUSINESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           PERFORM LOAD-ENTITLEMENT-MATRIX
           IF ENTITLEMENT-STATUS NOT = "00"
               DISPLAY "ERROR: operator_entitlements.dat not found - "
                       "nothing to review."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COLLECT-ROLES
               VARYING WS-GRANT-IX FROM 1 BY 1
               UNTIL WS-GRANT-IX > WS-GRANT-USED
           PERFORM LOAD-MONTH-REFUSALS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR ENTITLEMENT REVIEW - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-OPERATOR-SECTION
           PERFORM WRITE-ROLE-SECTION
           PERFORM WRITE-EXCEPTION-SECTION
           PERFORM WRITE-REFUSAL-SECTION
           PERFORM WRITE-SIGN-OFF

           CLOSE REPORT-FILE
           DISPLAY "Entitlement review written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) " - "
                   WS-ROLE-USED " role(s), " WS-EXCEPTION-COUNT
                   " exception(s), " WS-RF-TOTAL
                   " refusal(s) this month."
           GOBACK.

       LOAD-ENTITLEMENT-MATRIX.
           MOVE 0 TO WS-GRANT-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENTITLEMENT-FILE
           IF ENTITLEMENT-STATUS = "00"
               PERFORM LOAD-ONE-GRANT UNTIL WS-EOF = 'Y'
               CLOSE ENTITLEMENT-FILE
           END-IF.

       LOAD-ONE-GRANT.
           READ ENTITLEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(ENTITLEMENT-RECORD)
                       TO WS-LINE-FIELDS
                   IF WS-GRANT-USED < 500
                      AND WS-LINE-FIELDS NOT = SPACES
                      AND WS-LINE-FIELDS(1:1) NOT = "#"
                       MOVE SPACES TO WS-EN-F1, WS-EN-F2, WS-EN-F3
                       UNSTRING WS-LINE-FIELDS DELIMITED BY ","
                           INTO WS-EN-F1, WS-EN-F2, WS-EN-F3
                       END-UNSTRING
                       ADD 1 TO WS-GRANT-USED
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EN-F1))
                           TO WS-GR-KIND(WS-GRANT-USED)
                       MOVE FUNCTION TRIM(WS-EN-F2)
                           TO WS-GR-KEY1(WS-GRANT-USED)
                       MOVE FUNCTION TRIM(WS-EN-F3)
                           TO WS-GR-KEY2(WS-GRANT-USED)
                   END-IF
           END-READ.

       COLLECT-ROLES.
           EVALUATE WS-GR-KIND(WS-GRANT-IX)
               WHEN "OPERATOR"
                   MOVE WS-GR-KEY2(WS-GRANT-IX) TO WS-CANDIDATE-ROLE
                   PERFORM ADD-ROLE
               WHEN "PROGRAM"
               WHEN "ACTION"
               WHEN "CARRY"
               WHEN "SUBMIT"
                   MOVE WS-GR-KEY1(WS-GRANT-IX) TO WS-CANDIDATE-ROLE
                   PERFORM ADD-ROLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-CANDIDATE-ROLE)
               TO WS-CANDIDATE-ROLE
           MOVE 'N' TO WS-ROLE-FOUND
           PERFORM VARYING WS-ROLE-IX FROM 1 BY 1
                   UNTIL WS-ROLE-IX > WS-ROLE-USED
               IF WS-ROLE-NAME(WS-ROLE-IX) = WS-CANDIDATE-ROLE
                   MOVE 'Y' TO WS-ROLE-FOUND
               END-IF
           END-PERFORM
           IF WS-ROLE-FOUND = 'N' AND WS-ROLE-USED < 50
               ADD 1 TO WS-ROLE-USED
               MOVE WS-CANDIDATE-ROLE TO WS-ROLE-NAME(WS-ROLE-USED)
           END-IF.

       WRITE-OPERATOR-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPERATORS AND THE ROLES THEY HOLD" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  operator              role" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-OPERATOR-ROLE
               VARYING WS-GRANT-IX FROM 1 BY 1
               UNTIL WS-GRANT-IX > WS-GRANT-USED.

       WRITE-ONE-OPERATOR-ROLE.
           IF WS-GR-KIND(WS-GRANT-IX) = "OPERATOR"
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-GR-KEY1(WS-GRANT-IX)(1:20) "  "
                      FUNCTION UPPER-CASE(WS-GR-KEY2(WS-GRANT-IX))
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ROLE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "WHAT EACH ROLE MAY DO" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-ROLE
               VARYING WS-ROLE-IX FROM 1 BY 1
               UNTIL WS-ROLE-IX > WS-ROLE-USED.

       WRITE-ONE-ROLE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " FUNCTION TRIM(WS-ROLE-NAME(WS-ROLE-IX))
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "    held by:  " TO WS-LIST-CAPTION
           MOVE "OPERATOR" TO WS-LIST-KIND
           PERFORM WRITE-ROLE-LIST
           MOVE "    programs: " TO WS-LIST-CAPTION
           MOVE "PROGRAM" TO WS-LIST-KIND
           PERFORM WRITE-ROLE-LIST
           MOVE "    actions:  " TO WS-LIST-CAPTION
           MOVE "ACTION" TO WS-LIST-KIND
           PERFORM WRITE-ROLE-LIST
           *> what the role may run on a named submitter's behalf,
           *> and whose feeds it may run
           MOVE "    carries:  " TO WS-LIST-CAPTION
           MOVE "CARRY" TO WS-LIST-KIND
           PERFORM WRITE-ROLE-LIST
           MOVE "    acts for: " TO WS-LIST-CAPTION
           MOVE "SUBMIT" TO WS-LIST-KIND
           PERFORM WRITE-ROLE-LIST.

       WRITE-ROLE-LIST.
           MOVE SPACES TO WS-LIST-LINE
           MOVE WS-LIST-CAPTION TO WS-LIST-LINE
           MOVE 15 TO WS-LIST-PTR
           MOVE 0 TO WS-LIST-ITEMS
           PERFORM LIST-ONE-GRANT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-GRANT-USED
           IF WS-LIST-ITEMS = 0
               MOVE "(none)" TO WS-LIST-LINE(15:6)
           END-IF
           MOVE WS-LIST-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       LIST-ONE-GRANT.
           MOVE SPACES TO WS-LIST-ITEM
           IF WS-LIST-KIND = "OPERATOR"
               IF WS-GR-KIND(WS-SCAN-IX) = "OPERATOR"
                  AND FUNCTION UPPER-CASE(WS-GR-KEY2(WS-SCAN-IX))
                      = WS-ROLE-NAME(WS-ROLE-IX)
                   MOVE WS-GR-KEY1(WS-SCAN-IX) TO WS-LIST-ITEM
               END-IF
           ELSE
               IF WS-GR-KIND(WS-SCAN-IX) = WS-LIST-KIND
                  AND FUNCTION UPPER-CASE(WS-GR-KEY1(WS-SCAN-IX))
                      = WS-ROLE-NAME(WS-ROLE-IX)
                   MOVE WS-GR-KEY2(WS-SCAN-IX) TO WS-LIST-ITEM
               END-IF
           END-IF
           IF WS-LIST-ITEM = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LIST-PTR + FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-ITEM))
                   > 118
               MOVE WS-LIST-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-LIST-LINE
               MOVE 15 TO WS-LIST-PTR
               MOVE 0 TO WS-LIST-ITEMS
           END-IF
           IF WS-LIST-ITEMS > 0
               STRING ", " DELIMITED BY SIZE
                   INTO WS-LIST-LINE WITH POINTER WS-LIST-PTR
           END-IF
           STRING FUNCTION TRIM(WS-LIST-ITEM) DELIMITED BY SIZE
               INTO WS-LIST-LINE WITH POINTER WS-LIST-PTR
           ADD 1 TO WS-LIST-ITEMS.

       WRITE-EXCEPTION-SECTION.
           *> a role nobody holds is dead weight in the matrix; a role
           *> held with nothing granted is a typo until proven not
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-ONE-ROLE-USE
               VARYING WS-ROLE-IX FROM 1 BY 1
               UNTIL WS-ROLE-IX > WS-ROLE-USED
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  None." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-ROLE-USE.
           MOVE 0 TO WS-HELD-COUNT, WS-GRANTED-COUNT
           PERFORM COUNT-ONE-ROLE-LINE
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-GRANT-USED
           IF WS-HELD-COUNT = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " FUNCTION TRIM(WS-ROLE-NAME(WS-ROLE-IX))
                      " has grants but no operator holds it"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-GRANTED-COUNT = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " FUNCTION TRIM(WS-ROLE-NAME(WS-ROLE-IX))
                      " is held but grants nothing"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       COUNT-ONE-ROLE-LINE.
           EVALUATE WS-GR-KIND(WS-SCAN-IX)
               WHEN "OPERATOR"
                   IF FUNCTION UPPER-CASE(WS-GR-KEY2(WS-SCAN-IX))
                           = WS-ROLE-NAME(WS-ROLE-IX)
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               WHEN "PROGRAM"
               WHEN "ACTION"
               WHEN "CARRY"
               WHEN "SUBMIT"
                   IF FUNCTION UPPER-CASE(WS-GR-KEY1(WS-SCAN-IX))
                           = WS-ROLE-NAME(WS-ROLE-IX)
                       ADD 1 TO WS-GRANTED-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-MONTH-REFUSALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REFUSAL-LOG-FILE
           IF REFUSAL-LOG-STATUS = "00"
               PERFORM LOAD-ONE-REFUSAL UNTIL WS-EOF = 'Y'
               CLOSE REFUSAL-LOG-FILE
           END-IF.

       LOAD-ONE-REFUSAL.
           READ REFUSAL-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-RF-DATE, WS-RF-TIME, WS-RF-OP,
                       WS-RF-KD, WS-RF-OB, WS-RF-RS
                   UNSTRING REFUSAL-LOG-RECORD DELIMITED BY "|"
                       INTO WS-RF-DATE, WS-RF-TIME, WS-RF-OP,
                            WS-RF-KD, WS-RF-OB, WS-RF-RS
                   END-UNSTRING
                   IF WS-RF-DATE(1:6) = WS-BUSINESS-DATE(1:6)
                       PERFORM TALLY-REFUSAL
                   END-IF
           END-READ.

       TALLY-REFUSAL.
           ADD 1 TO WS-RF-TOTAL
           MOVE 'N' TO WS-RF-FOUND
           PERFORM VARYING WS-RF-IX FROM 1 BY 1
                   UNTIL WS-RF-IX > WS-RF-USED OR WS-RF-FOUND = 'Y'
               IF WS-RF-OPERATOR(WS-RF-IX) = WS-RF-OP
                  AND WS-RF-KIND(WS-RF-IX) = WS-RF-KD
                  AND WS-RF-OBJECT(WS-RF-IX) = WS-RF-OB
                   MOVE 'Y' TO WS-RF-FOUND
                   ADD 1 TO WS-RF-COUNT(WS-RF-IX)
                   MOVE WS-RF-DATE TO WS-RF-LAST(WS-RF-IX)
                   MOVE WS-RF-RS TO WS-RF-REASON(WS-RF-IX)
               END-IF
           END-PERFORM
           IF WS-RF-FOUND = 'N' AND WS-RF-USED < 200
               ADD 1 TO WS-RF-USED
               MOVE WS-RF-OP TO WS-RF-OPERATOR(WS-RF-USED)
               MOVE WS-RF-KD TO WS-RF-KIND(WS-RF-USED)
               MOVE WS-RF-OB TO WS-RF-OBJECT(WS-RF-USED)
               MOVE 1 TO WS-RF-COUNT(WS-RF-USED)
               MOVE WS-RF-DATE TO WS-RF-LAST(WS-RF-USED)
               MOVE WS-RF-RS TO WS-RF-REASON(WS-RF-USED)
           END-IF.

       WRITE-REFUSAL-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REFUSED THIS MONTH" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  operator              kind     program / action"
               TO REPORT-LINE
           MOVE "times  last      reason" TO REPORT-LINE(76:23)
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-REFUSAL
               VARYING WS-RF-IX FROM 1 BY 1
               UNTIL WS-RF-IX > WS-RF-USED
           IF WS-RF-USED = 0
               MOVE "  None." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-REFUSAL.
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-RF-OPERATOR(WS-RF-IX) "  "
                  WS-RF-KIND(WS-RF-IX)(1:7) "  "
                  WS-RF-OBJECT(WS-RF-IX) "  "
                  WS-RF-COUNT(WS-RF-IX) "  "
                  WS-RF-LAST(WS-RF-IX) "  "
                  FUNCTION TRIM(WS-RF-REASON(WS-RF-IX))
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SIGN-OFF.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Reviewed and confirmed by: ____________________  "
               TO REPORT-LINE
           MOVE "Date: __________" TO REPORT-LINE(51:16)
           WRITE REPORT-LINE.
