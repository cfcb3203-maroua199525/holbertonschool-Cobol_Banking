       01 WS-CURRENCY-EDIT      PIC $,$$$,$$$,$$9.99-.
       01 WS-PERCENT-EDIT       PIC ZZ9.99.

      * Amount in words, for drafts and cheques printed by the bank:
      * the whole part is spelled out three digits at a time and the
      * cents follow as a fraction.
       01 WS-ONES-VALUES.
          05 FILLER             PIC X(10) VALUE "ONE".
          05 FILLER             PIC X(10) VALUE "TWO".
          05 FILLER             PIC X(10) VALUE "THREE".
          05 FILLER             PIC X(10) VALUE "FOUR".
          05 FILLER             PIC X(10) VALUE "FIVE".
          05 FILLER             PIC X(10) VALUE "SIX".
          05 FILLER             PIC X(10) VALUE "SEVEN".
          05 FILLER             PIC X(10) VALUE "EIGHT".
          05 FILLER             PIC X(10) VALUE "NINE".
          05 FILLER             PIC X(10) VALUE "TEN".
          05 FILLER             PIC X(10) VALUE "ELEVEN".
          05 FILLER             PIC X(10) VALUE "TWELVE".
          05 FILLER             PIC X(10) VALUE "THIRTEEN".
          05 FILLER             PIC X(10) VALUE "FOURTEEN".
          05 FILLER             PIC X(10) VALUE "FIFTEEN".
          05 FILLER             PIC X(10) VALUE "SIXTEEN".
          05 FILLER             PIC X(10) VALUE "SEVENTEEN".
          05 FILLER             PIC X(10) VALUE "EIGHTEEN".
          05 FILLER             PIC X(10) VALUE "NINETEEN".
       01 WS-ONES-TABLE REDEFINES WS-ONES-VALUES.
          05 WS-ONES-WORD       PIC X(10) OCCURS 19 TIMES.
       01 WS-TENS-VALUES.
          05 FILLER             PIC X(10) VALUE "TEN".
          05 FILLER             PIC X(10) VALUE "TWENTY".
          05 FILLER             PIC X(10) VALUE "THIRTY".
          05 FILLER             PIC X(10) VALUE "FORTY".
          05 FILLER             PIC X(10) VALUE "FIFTY".
          05 FILLER             PIC X(10) VALUE "SIXTY".
          05 FILLER             PIC X(10) VALUE "SEVENTY".
          05 FILLER             PIC X(10) VALUE "EIGHTY".
          05 FILLER             PIC X(10) VALUE "NINETY".
       01 WS-TENS-TABLE REDEFINES WS-TENS-VALUES.
          05 WS-TENS-WORD       PIC X(10) OCCURS 9 TIMES.
       01 WS-SCALE-VALUES.
          05 FILLER             PIC X(10) VALUE "MILLION".
          05 FILLER             PIC X(10) VALUE "THOUSAND".
          05 FILLER             PIC X(10) VALUE SPACES.
       01 WS-SCALE-TABLE REDEFINES WS-SCALE-VALUES.
          05 WS-SCALE-WORD      PIC X(10) OCCURS 3 TIMES.
       01 WS-ABS-AMOUNT         PIC 9(9)V99.
       01 WS-ABS-PARTS REDEFINES WS-ABS-AMOUNT.
          05 WS-GROUP           PIC 9(3) OCCURS 3 TIMES.
          05 WS-CENTS           PIC 9(2).
       01 WS-GROUP-IX           PIC 9.
       01 WS-HUNDREDS           PIC 9.
       01 WS-REST               PIC 9(2).
       01 WS-TENS               PIC 9.
       01 WS-UNITS              PIC 9.
       01 WS-WORD               PIC X(25).
       01 WS-WORDS-PTR          PIC 9(3).

       LINKAGE SECTION.
       01 FPM-MASK-TYPE         PIC X(1).
       01 FPM-AMOUNT            PIC S9(9)V99.
       01 FPM-FORMATTED         PIC X(20).
      * Only callers asking for mask "W" pass this.
       01 FPM-WORDS             PIC X(200).

       PROCEDURE DIVISION USING FPM-MASK-TYPE, FPM-AMOUNT,
               FPM-FORMATTED, FPM-WORDS.
       MAIN-PARA.
           MOVE SPACES TO FPM-FORMATTED
           EVALUATE FPM-MASK-TYPE
                   MOVE FPM-AMOUNT TO WS-PERCENT-EDIT
                   STRING FUNCTION TRIM(WS-PERCENT-EDIT) "%"
                       DELIMITED BY SIZE INTO FPM-FORMATTED
               WHEN "W"
                   MOVE FPM-AMOUNT TO WS-CURRENCY-EDIT
                   MOVE WS-CURRENCY-EDIT TO FPM-FORMATTED
                   IF ADDRESS OF FPM-WORDS NOT = NULL
                       PERFORM SPELL-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO FPM-FORMATTED
           END-EVALUATE

           GOBACK.

       SPELL-AMOUNT.
           MOVE SPACES TO FPM-WORDS
           MOVE 1 TO WS-WORDS-PTR
           IF FPM-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - FPM-AMOUNT
           ELSE
               MOVE FPM-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT < 1
               MOVE "ZERO" TO WS-WORD
               PERFORM APPEND-WORD
           ELSE
               PERFORM SPELL-GROUP
                   VARYING WS-GROUP-IX FROM 1 BY 1
                   UNTIL WS-GROUP-IX > 3
           END-IF
           MOVE SPACES TO WS-WORD
           STRING "AND " WS-CENTS "/100"
               DELIMITED BY SIZE INTO WS-WORD
           PERFORM APPEND-WORD.

       SPELL-GROUP.
           IF WS-GROUP(WS-GROUP-IX) = 0
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-GROUP(WS-GROUP-IX) BY 100
               GIVING WS-HUNDREDS REMAINDER WS-REST
           IF WS-HUNDREDS > 0
               MOVE WS-ONES-WORD(WS-HUNDREDS) TO WS-WORD
               PERFORM APPEND-WORD
               MOVE "HUNDRED" TO WS-WORD
               PERFORM APPEND-WORD
           END-IF
           IF WS-REST > 0 AND WS-REST < 20
               MOVE WS-ONES-WORD(WS-REST) TO WS-WORD
               PERFORM APPEND-WORD
           END-IF
           IF WS-REST > 19
               DIVIDE WS-REST BY 10 GIVING WS-TENS REMAINDER WS-UNITS
               MOVE SPACES TO WS-WORD
               IF WS-UNITS = 0
                   MOVE WS-TENS-WORD(WS-TENS) TO WS-WORD
               ELSE
                   STRING WS-TENS-WORD(WS-TENS) DELIMITED BY SPACE
                          "-" DELIMITED BY SIZE
                          WS-ONES-WORD(WS-UNITS) DELIMITED BY SPACE
                       INTO WS-WORD
               END-IF
               PERFORM APPEND-WORD
           END-IF
           IF WS-SCALE-WORD(WS-GROUP-IX) NOT = SPACES
               MOVE WS-SCALE-WORD(WS-GROUP-IX) TO WS-WORD
               PERFORM APPEND-WORD
           END-IF.

       APPEND-WORD.
           IF WS-WORDS-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO FPM-WORDS WITH POINTER WS-WORDS-PTR
           END-IF
           STRING FUNCTION TRIM(WS-WORD) DELIMITED BY SIZE
               INTO FPM-WORDS WITH POINTER WS-WORDS-PTR.
