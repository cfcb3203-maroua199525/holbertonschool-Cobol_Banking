       01  REJECT-RECORD          PIC X(110).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CHECKPOINT-RECORD.
       01  CHECKPOINT-RECORD      PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-EOF                 PIC X VALUE 'N'.
       77  WS-PRIOR-INVALID       PIC 9(9) VALUE 0.
       77  WS-CHECKPOINT-EVERY    PIC 9(5) VALUE 1000.
       77  WS-SKIP-COUNT          PIC 9(9) VALUE 0.
       77  WS-VALID-AMOUNT        PIC S9(9)V99 VALUE 0.
       77  WS-INVALID-AMOUNT      PIC S9(9)V99 VALUE 0.
       77  WS-UNPRICED            PIC 9(9) VALUE 0.
       77  WS-PRIOR-VALID-AMOUNT  PIC S9(9)V99 VALUE 0.
       77  WS-PRIOR-INVALID-AMOUNT PIC S9(9)V99 VALUE 0.
       77  WS-PRIOR-UNPRICED      PIC 9(9) VALUE 0.
       77  WS-AMOUNT-OK           PIC X.
       77  WS-AMOUNT-CHECK        PIC X(8).
       77  WS-PROOF-FAILED        PIC X VALUE 'N'.

       01  WS-CHECKPOINT-FIELDS.
           05  WS-CKPT-TOTAL      PIC 9(9).
           05  WS-CKPT-VALID      PIC 9(9).
           05  WS-CKPT-INVALID    PIC 9(9).
           05  WS-CKPT-VALID-AMT  PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  WS-CKPT-INVALID-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  WS-CKPT-UNPRICED   PIC 9(9).
       01  WS-CHECKPOINT-LINE REDEFINES WS-CHECKPOINT-FIELDS
                                  PIC X(60).

       01  WS-TX-FIELDS.
           05  WS-TXN-ID          PIC X(6).
               10  WS-DATE-DD     PIC 9(2).

       01  WS-AMOUNT-NUM          PIC S9(6)V99.

      *> Carried correspondent trailer written by FILE-COPY:
      *>   TRAILER,count,total,rejected count,rejected total
       01  WS-CARRIED-TRAILER.
           05  WS-CT-TAG          PIC X(10).
           05  WS-CT-COUNT-X      PIC X(20).
           05  WS-CT-TOTAL-X      PIC X(20).
           05  WS-CT-REJ-COUNT-X  PIC X(20).
           05  WS-CT-REJ-TOTAL-X  PIC X(20).
       77  WS-CT-COUNT            PIC 9(9) VALUE 0.
       77  WS-CT-TOTAL            PIC S9(11)V99 VALUE 0.
       77  WS-CT-REJ-COUNT        PIC 9(9) VALUE 0.
       77  WS-CT-REJ-TOTAL        PIC S9(11)V99 VALUE 0.
       77  WS-PROOF-COUNT         PIC 9(9) VALUE 0.
       77  WS-PROOF-TOTAL         PIC S9(11)V99 VALUE 0.
       77  WS-CT-COUNT-DSP        PIC Z(8)9.
       77  WS-CT-COUNT2-DSP       PIC Z(8)9.
       77  WS-CT-TOTAL-DSP        PIC -(10)9.99.
       77  WS-CT-TOTAL2-DSP       PIC -(10)9.99.
       01  WS-AMOUNT-SIGN         PIC X.
       77  WS-CHECK-DIGIT-ID      PIC X(20).
       77  WS-CHECK-DIGIT-RESULT  PIC X.
               MOVE WS-PRIOR-COUNT TO WS-TOTAL
               MOVE WS-PRIOR-VALID TO WS-VALID
               MOVE WS-PRIOR-INVALID TO WS-INVALID
               MOVE WS-PRIOR-VALID-AMOUNT TO WS-VALID-AMOUNT
               MOVE WS-PRIOR-INVALID-AMOUNT TO WS-INVALID-AMOUNT
               MOVE WS-PRIOR-UNPRICED TO WS-UNPRICED
               OPEN EXTEND VALID-FILE
               OPEN EXTEND REJECT-FILE
               PERFORM SKIP-CHECKPOINT-RECORDS
               READ TRANS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-RECORD(1:8) = "TRAILER,"
                           PERFORM PROVE-CARRIED-TRAILER
                       ELSE
                           PERFORM VALIDATE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-PROOF-FAILED = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       VALIDATE-ONE-RECORD.
           ADD 1 TO WS-TOTAL
           MOVE TRANS-RECORD TO WS-TX-FIELDS
           PERFORM VALIDATE-TXN
           IF FUNCTION MOD(WS-TOTAL WS-CHECKPOINT-EVERY) = 0
               PERFORM WRITE-CHECKPOINT
           END-IF.

       READ-CHECKPOINT.
           MOVE 0 TO WS-PRIOR-COUNT WS-PRIOR-VALID WS-PRIOR-INVALID
           MOVE 0 TO WS-PRIOR-VALID-AMOUNT WS-PRIOR-INVALID-AMOUNT
                     WS-PRIOR-UNPRICED
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE INTO WS-CHECKPOINT-LINE
                   MOVE WS-CKPT-TOTAL TO WS-PRIOR-COUNT
                   MOVE WS-CKPT-VALID TO WS-PRIOR-VALID
                   MOVE WS-CKPT-INVALID TO WS-PRIOR-INVALID
      *> a checkpoint from before amounts were carried has none
                   IF WS-CKPT-VALID-AMT IS NUMERIC
                     AND WS-CKPT-INVALID-AMT IS NUMERIC
                     AND WS-CKPT-UNPRICED IS NUMERIC
                       MOVE WS-CKPT-VALID-AMT TO WS-PRIOR-VALID-AMOUNT
                       MOVE WS-CKPT-INVALID-AMT
                           TO WS-PRIOR-INVALID-AMOUNT
                       MOVE WS-CKPT-UNPRICED TO WS-PRIOR-UNPRICED
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE WS-TOTAL TO WS-CKPT-TOTAL
           MOVE WS-VALID TO WS-CKPT-VALID
           MOVE WS-INVALID TO WS-CKPT-INVALID
           MOVE WS-VALID-AMOUNT TO WS-CKPT-VALID-AMT
           MOVE WS-INVALID-AMOUNT TO WS-CKPT-INVALID-AMT
           MOVE WS-UNPRICED TO WS-CKPT-UNPRICED
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.
           MOVE ZEROS TO WS-CKPT-TOTAL WS-CKPT-VALID WS-CKPT-INVALID
           MOVE ZEROS TO WS-CKPT-VALID-AMT WS-CKPT-INVALID-AMT
                         WS-CKPT-UNPRICED
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE.
           END-IF

           IF WS-REJECT-REASON = SPACES THEN
               PERFORM CHECK-AMOUNT-FORMAT
               IF WS-AMOUNT-OK = 'N'
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF


           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-VALID
               ADD WS-AMOUNT-NUM TO WS-VALID-AMOUNT
               MOVE TRANS-RECORD TO VALID-RECORD
               WRITE VALID-RECORD
               DISPLAY "✓ VALID: " TRANS-RECORD
           ELSE
               ADD 1 TO WS-INVALID
               PERFORM CHECK-AMOUNT-FORMAT
               IF WS-AMOUNT-OK = 'Y'
                   COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-AMOUNT)
                   ADD WS-AMOUNT-NUM TO WS-INVALID-AMOUNT
               ELSE
                   ADD 1 TO WS-UNPRICED
               END-IF
               STRING TRANS-RECORD DELIMITED BY SIZE
                      " -- " WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REJECT-RECORD
               DISPLAY "✗ INVALID: " TRANS-RECORD " ("
                       FUNCTION TRIM(WS-REJECT-REASON) ")"
           END-IF.

       CHECK-AMOUNT-FORMAT.
      *> Eight digits, or a leading minus and seven; either may
      *> carry a decimal point ahead of the last two digits.
           MOVE 'Y' TO WS-AMOUNT-OK
           MOVE WS-AMOUNT TO WS-AMOUNT-CHECK
           MOVE WS-AMOUNT-CHECK(1:1) TO WS-AMOUNT-SIGN
           IF WS-AMOUNT-SIGN = '-'
               MOVE '0' TO WS-AMOUNT-CHECK(1:1)
           END-IF
           IF WS-AMOUNT-CHECK(6:1) = '.'
               MOVE '0' TO WS-AMOUNT-CHECK(6:1)
           END-IF
           IF WS-AMOUNT-CHECK IS NOT NUMERIC
               MOVE 'N' TO WS-AMOUNT-OK
           END-IF.

       PROVE-CARRIED-TRAILER.
      *> Every transaction of a correspondent batch is either valid,
      *> invalid here or already rejected by FILE-COPY - together
      *> they must make up the correspondent's own trailer. The
      *> trailer goes on to FEED-BRIDGE with this step's rejects
      *> added in.
           MOVE SPACES TO WS-CARRIED-TRAILER
           UNSTRING TRANS-RECORD DELIMITED BY ","
               INTO WS-CT-TAG WS-CT-COUNT-X WS-CT-TOTAL-X
                    WS-CT-REJ-COUNT-X WS-CT-REJ-TOTAL-X
           END-UNSTRING
           COMPUTE WS-CT-COUNT = FUNCTION NUMVAL(WS-CT-COUNT-X)
           COMPUTE WS-CT-TOTAL = FUNCTION NUMVAL(WS-CT-TOTAL-X)
           COMPUTE WS-CT-REJ-COUNT = FUNCTION NUMVAL(WS-CT-REJ-COUNT-X)
           COMPUTE WS-CT-REJ-TOTAL = FUNCTION NUMVAL(WS-CT-REJ-TOTAL-X)
           COMPUTE WS-PROOF-COUNT = WS-TOTAL + WS-CT-REJ-COUNT
           COMPUTE WS-PROOF-TOTAL = WS-VALID-AMOUNT + WS-INVALID-AMOUNT
                                  + WS-CT-REJ-TOTAL
           MOVE WS-CT-COUNT TO WS-CT-COUNT-DSP
           MOVE WS-PROOF-COUNT TO WS-CT-COUNT2-DSP
           MOVE WS-CT-TOTAL TO WS-CT-TOTAL-DSP
           MOVE WS-PROOF-TOTAL TO WS-CT-TOTAL2-DSP
           EVALUATE TRUE
               WHEN WS-UNPRICED > 0
                   DISPLAY "BATCH-VALIDATOR: Correspondent trailer "
                           "not provable - " WS-UNPRICED
                           " invalid amount(s) unreadable"
                   MOVE 'Y' TO WS-PROOF-FAILED
               WHEN WS-PROOF-COUNT NOT = WS-CT-COUNT
                 OR WS-PROOF-TOTAL NOT = WS-CT-TOTAL
                   DISPLAY "BATCH-VALIDATOR: Correspondent trailer "
                           "does not prove - expected "
                           FUNCTION TRIM(WS-CT-COUNT-DSP) " / "
                           FUNCTION TRIM(WS-CT-TOTAL-DSP) ", found "
                           FUNCTION TRIM(WS-CT-COUNT2-DSP) " / "
                           FUNCTION TRIM(WS-CT-TOTAL2-DSP)
                   MOVE 'Y' TO WS-PROOF-FAILED
               WHEN OTHER
                   DISPLAY "BATCH-VALIDATOR: Correspondent trailer "
                           "proved - "
                           FUNCTION TRIM(WS-CT-COUNT-DSP) " / "
                           FUNCTION TRIM(WS-CT-TOTAL-DSP)
           END-EVALUATE

           ADD WS-INVALID TO WS-CT-REJ-COUNT
           ADD WS-INVALID-AMOUNT TO WS-CT-REJ-TOTAL
           MOVE WS-CT-REJ-COUNT TO WS-CT-COUNT2-DSP
           MOVE WS-CT-REJ-TOTAL TO WS-CT-TOTAL2-DSP
           MOVE SPACES TO VALID-RECORD
           STRING "TRAILER," FUNCTION TRIM(WS-CT-COUNT-DSP) ","
                  FUNCTION TRIM(WS-CT-TOTAL-DSP) ","
                  FUNCTION TRIM(WS-CT-COUNT2-DSP) ","
                  FUNCTION TRIM(WS-CT-TOTAL2-DSP)
               DELIMITED BY SIZE INTO VALID-RECORD
           WRITE VALID-RECORD.
