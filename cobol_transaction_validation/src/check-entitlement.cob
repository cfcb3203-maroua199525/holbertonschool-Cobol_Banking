IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-ENTITLEMENT.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-RECORD    PIC X(120).
       FD  REFUSAL-LOG-FILE.
       01  REFUSAL-LOG-RECORD    PIC X(200).
       WORKING-STORAGE SECTION.
       01  ENTITLEMENT-STATUS    PIC XX.
       01  REFUSAL-LOG-STATUS    PIC XX.
       01  WS-EOF                PIC X.
       01  WS-CURRENT-TIMESTAMP  PIC X(21).

       *> operator_entitlements.dat, one grant per line:
       *>   OPERATOR,operator-id,role   - the operator holds the role
       *>   PROGRAM,role,program-id     - the role may run the program
       *>   ACTION,role,action-type     - the role may submit the
       *>                                 transactions.dat action
       *>   CARRY,role,action-type      - the role may run the action
       *>                                 for the submitter a feed
       *>                                 names (ACTION grants it too)
       *>   SUBMIT,role,operator-id     - the role may run feeds that
       *>                                 name that operator as
       *>                                 submitter
       *>   CONFLICT,role,role          - no one may hold both
       *> A program or action of * grants everything of that kind.
       *> Lines starting # are comments. The matrix is read once per
       *> run; without it nothing is entitled.
       01  WS-MATRIX-LOADED      PIC X VALUE 'N'.
       01  WS-MATRIX-FOUND       PIC X VALUE 'N'.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY    OCCURS 500 TIMES.
               10  WS-GR-KIND        PIC X(10).
               10  WS-GR-KEY1        PIC X(40).
               10  WS-GR-KEY2        PIC X(40).
       01  WS-GRANT-USED         PIC 9(3) VALUE 0.
       01  WS-GRANT-IX           PIC 9(3).
       01  WS-ROLE-IX            PIC 9(3).
       01  WS-LINE-FIELDS        PIC X(120).
       01  WS-EN-F1              PIC X(20).
       01  WS-EN-F2              PIC X(40).
       01  WS-EN-F3              PIC X(40).
       01  WS-WANT-KIND          PIC X(10).
       01  WS-WANT-OPERATOR      PIC X(40).
       01  WS-WANT-OBJECT        PIC X(40).
       01  WS-HAS-ROLE           PIC X.
       01  WS-REFUSAL-REASON     PIC X(40).

       LINKAGE SECTION.
       01  CE-KIND               PIC X(10).
       01  CE-OPERATOR           PIC X(20).
       01  CE-OBJECT             PIC X(40).
       01  CE-RESULT             PIC X.
           88  CE-ENTITLED             VALUE 'Y'.
           88  CE-REFUSED              VALUE 'N'.

       PROCEDURE DIVISION USING CE-KIND, CE-OPERATOR, CE-OBJECT,
           CE-RESULT.
       CHECK-ENTITLEMENT-MAIN.
           *> Is this operator, through any role they hold, allowed
           *> to run this program (PROGRAM) or submit this action
           *> type (ACTION)? Every refusal is logged so the periodic
           *> entitlement review sees who was turned away.
           SET CE-REFUSED TO TRUE
           IF WS-MATRIX-LOADED NOT = 'Y'
               PERFORM LOAD-ENTITLEMENT-MATRIX
           END-IF
           IF WS-MATRIX-FOUND NOT = 'Y'
               MOVE "entitlement matrix missing" TO WS-REFUSAL-REASON
               PERFORM LOG-REFUSAL
               GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CE-KIND))
               TO WS-WANT-KIND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CE-OPERATOR))
               TO WS-WANT-OPERATOR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CE-OBJECT))
               TO WS-WANT-OBJECT
           MOVE 'N' TO WS-HAS-ROLE
           PERFORM CHECK-ONE-ROLE
               VARYING WS-ROLE-IX FROM 1 BY 1
               UNTIL WS-ROLE-IX > WS-GRANT-USED OR CE-ENTITLED
           IF NOT CE-ENTITLED
               IF WS-HAS-ROLE = 'Y'
                   MOVE "not granted to any role held"
                       TO WS-REFUSAL-REASON
               ELSE
                   MOVE "operator holds no role" TO WS-REFUSAL-REASON
               END-IF
               PERFORM LOG-REFUSAL
           END-IF
           GOBACK.

       CHECK-ONE-ROLE.
           IF WS-GR-KIND(WS-ROLE-IX) = "OPERATOR"
              AND WS-GR-KEY1(WS-ROLE-IX) = WS-WANT-OPERATOR
               MOVE 'Y' TO WS-HAS-ROLE
               PERFORM CHECK-ONE-GRANT
                   VARYING WS-GRANT-IX FROM 1 BY 1
                   UNTIL WS-GRANT-IX > WS-GRANT-USED OR CE-ENTITLED
           END-IF.

       CHECK-ONE-GRANT.
           IF (WS-GR-KIND(WS-GRANT-IX) = WS-WANT-KIND
               OR (WS-WANT-KIND = "CARRY"
                   AND WS-GR-KIND(WS-GRANT-IX) = "ACTION"))
              AND WS-GR-KEY1(WS-GRANT-IX) = WS-GR-KEY2(WS-ROLE-IX)
              AND (WS-GR-KEY2(WS-GRANT-IX) = WS-WANT-OBJECT
                   OR WS-GR-KEY2(WS-GRANT-IX) = "*")
               SET CE-ENTITLED TO TRUE
           END-IF.

       LOAD-ENTITLEMENT-MATRIX.
           MOVE 'Y' TO WS-MATRIX-LOADED
           MOVE 0 TO WS-GRANT-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENTITLEMENT-FILE
           IF ENTITLEMENT-STATUS = "00"
               MOVE 'Y' TO WS-MATRIX-FOUND
               PERFORM LOAD-ONE-GRANT UNTIL WS-EOF = 'Y'
               CLOSE ENTITLEMENT-FILE
           ELSE
               DISPLAY "ERROR: operator_entitlements.dat not found - "
                       "no operator is entitled to anything."
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
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EN-F2))
                           TO WS-GR-KEY1(WS-GRANT-USED)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EN-F3))
                           TO WS-GR-KEY2(WS-GRANT-USED)
                   END-IF
           END-READ.

       LOG-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN INPUT REFUSAL-LOG-FILE
           IF REFUSAL-LOG-STATUS = "35" THEN
               OPEN OUTPUT REFUSAL-LOG-FILE
               CLOSE REFUSAL-LOG-FILE
           ELSE
               CLOSE REFUSAL-LOG-FILE
           END-IF
           OPEN EXTEND REFUSAL-LOG-FILE
           MOVE SPACES TO REFUSAL-LOG-RECORD
           STRING WS-CURRENT-TIMESTAMP(1:8) "|"
                  WS-CURRENT-TIMESTAMP(9:6) "|"
                  FUNCTION TRIM(CE-OPERATOR) "|"
                  FUNCTION TRIM(CE-KIND) "|"
                  FUNCTION TRIM(CE-OBJECT) "|"
                  FUNCTION TRIM(WS-REFUSAL-REASON)
               DELIMITED BY SIZE INTO REFUSAL-LOG-RECORD
           WRITE REFUSAL-LOG-RECORD
           CLOSE REFUSAL-LOG-FILE.
