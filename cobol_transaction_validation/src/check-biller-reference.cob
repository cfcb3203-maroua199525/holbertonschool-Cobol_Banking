IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-BILLER-REFERENCE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-REF-WORK           PIC X(30).
       01  WS-FMT-WORK           PIC X(30).
       01  WS-REF-LEN            PIC 9(2).
       01  WS-FMT-LEN            PIC 9(2).
       01  WS-I                  PIC 9(2).
       01  WS-REF-CHAR           PIC X.
       01  WS-FMT-CHAR           PIC X.
       01  WS-DIGITS             PIC X(30).
       01  WS-DIGIT-LEN          PIC 9(2).
       01  WS-POS-FROM-RIGHT     PIC 9(2).
       01  WS-DIGIT              PIC 9(2).
       01  WS-LUHN-SUM           PIC 9(4).

       LINKAGE SECTION.
       01  CBR-REFERENCE         PIC X(30).
       01  CBR-FORMAT            PIC X(30).
       01  CBR-CHECK             PIC X(5).
       01  CBR-RESULT            PIC X.
           *> 'V' valid, 'B' blank, 'L' wrong length, 'F' a
           *> character the format does not allow, 'C' fails the
           *> biller's check digit
           88  CBR-VALID               VALUE 'V'.
           88  CBR-BLANK               VALUE 'B'.
           88  CBR-WRONG-LENGTH        VALUE 'L'.
           88  CBR-BAD-CHARACTER       VALUE 'F'.
           88  CBR-BAD-CHECK-DIGIT     VALUE 'C'.

       PROCEDURE DIVISION USING CBR-REFERENCE, CBR-FORMAT, CBR-CHECK,
               CBR-RESULT.
       CHECK-BILLER-REFERENCE-MAIN.
           *> The biller directory holds each biller's reference as a
           *> picture: 9 a digit, A a letter, X a letter or digit, and
           *> any other character must appear as written. MOD10 in
           *> the check rule adds a Luhn digit over the reference's
           *> digits, last digit the check digit. A blank picture
           *> accepts any reference the biller sends us.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CBR-REFERENCE))
               TO WS-REF-WORK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CBR-FORMAT))
               TO WS-FMT-WORK
           IF WS-REF-WORK = SPACES
               SET CBR-BLANK TO TRUE
               GOBACK
           END-IF
           COMPUTE WS-REF-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-REF-WORK))

           IF WS-FMT-WORK NOT = SPACES
               COMPUTE WS-FMT-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-FMT-WORK))
               IF WS-REF-LEN NOT = WS-FMT-LEN
                   SET CBR-WRONG-LENGTH TO TRUE
                   GOBACK
               END-IF
               SET CBR-VALID TO TRUE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-REF-LEN OR NOT CBR-VALID
                   MOVE WS-REF-WORK(WS-I:1) TO WS-REF-CHAR
                   MOVE WS-FMT-WORK(WS-I:1) TO WS-FMT-CHAR
                   EVALUATE WS-FMT-CHAR
                       WHEN "9"
                           IF WS-REF-CHAR IS NOT NUMERIC
                               SET CBR-BAD-CHARACTER TO TRUE
                           END-IF
                       WHEN "A"
                           IF WS-REF-CHAR IS NOT ALPHABETIC
                              OR WS-REF-CHAR = SPACE
                               SET CBR-BAD-CHARACTER TO TRUE
                           END-IF
                       WHEN "X"
                           IF (WS-REF-CHAR IS NOT NUMERIC
                               AND WS-REF-CHAR IS NOT ALPHABETIC)
                              OR WS-REF-CHAR = SPACE
                               SET CBR-BAD-CHARACTER TO TRUE
                           END-IF
                       WHEN OTHER
                           IF WS-REF-CHAR NOT = WS-FMT-CHAR
                               SET CBR-BAD-CHARACTER TO TRUE
                           END-IF
                   END-EVALUATE
               END-PERFORM
               IF NOT CBR-VALID
                   GOBACK
               END-IF
           END-IF

           SET CBR-VALID TO TRUE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CBR-CHECK))
                   NOT = "MOD10"
               GOBACK
           END-IF

           *> the check digit runs over the digits alone - dashes and
           *> letters in the printed reference take no part
           MOVE SPACES TO WS-DIGITS
           MOVE 0 TO WS-DIGIT-LEN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REF-LEN
               IF WS-REF-WORK(WS-I:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-LEN
                   MOVE WS-REF-WORK(WS-I:1)
                       TO WS-DIGITS(WS-DIGIT-LEN:1)
               END-IF
           END-PERFORM
           IF WS-DIGIT-LEN < 2
               SET CBR-BAD-CHECK-DIGIT TO TRUE
               GOBACK
           END-IF

           MOVE 0 TO WS-LUHN-SUM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DIGIT-LEN
               COMPUTE WS-POS-FROM-RIGHT = WS-DIGIT-LEN - WS-I + 1
               COMPUTE WS-DIGIT =
                   FUNCTION NUMVAL(WS-DIGITS(WS-I:1))
               IF FUNCTION MOD(WS-POS-FROM-RIGHT, 2) = 0
                   COMPUTE WS-DIGIT = WS-DIGIT * 2
                   IF WS-DIGIT > 9
                       SUBTRACT 9 FROM WS-DIGIT
                   END-IF
               END-IF
               ADD WS-DIGIT TO WS-LUHN-SUM
           END-PERFORM

           IF FUNCTION MOD(WS-LUHN-SUM, 10) NOT = 0
               SET CBR-BAD-CHECK-DIGIT TO TRUE
           END-IF
           GOBACK.
