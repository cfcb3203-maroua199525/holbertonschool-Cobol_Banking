           SELECT CONTROL-FILE ASSIGN TO "datasets/input_data.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "datasets/input_data.lay"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT FW-REJECT-FILE ASSIGN TO "build/filecopy_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
           DATA RECORD IS IN-REC.
       01 IN-REC PIC X(200).

       FD  OUTFILE
           DATA RECORD IS OUT-REC.
           DATA RECORD IS CONTROL-RECORD.
       01 CONTROL-RECORD PIC X(10).

       FD  LAYOUT-FILE
           DATA RECORD IS LAYOUT-RECORD.
       01 LAYOUT-RECORD PIC X(80).

       FD  FW-REJECT-FILE
           DATA RECORD IS FW-REJECT-RECORD.
       01 FW-REJECT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-COUNT         PIC 9(5) VALUE 0.
       01 EOF-INFILE       PIC X VALUE 'N'.  *> 'N' = FALSE, 'Y' = TRUE
       01 WS-CHK-CHAR       PIC X.
       01 WS-CHK-ORD        PIC 9(5) VALUE 0.

      *> Record layout for fixed-width correspondent files, one line
      *> per item in datasets/input_data.lay ('*' lines are notes):
      *>   RECTYPE,start,length,detail code,trailer code[,header code]
      *>   DETAIL,name,start,length,type,implied decimals
      *>   TRAILER,name,start,length,type,implied decimals
      *>   MAP,correspondent txn type,validator txn type
      *> Detail names TXN-ID, TXN-TYPE, ACCOUNT, AMOUNT and DATE and
      *> trailer names COUNT and AMOUNT are required; other names are
      *> documentation only. Types: X text, 9 unsigned, S trailing
      *> overpunch, SL leading sign, ST trailing sign.
       01 WS-LAYOUT-STATUS  PIC X(2).
       01 WS-FIXED-WIDTH    PIC X VALUE 'N'.
       01 EOF-LAYOUT        PIC X VALUE 'N'.
       01 WS-LAYOUT-ERROR   PIC X(60) VALUE SPACES.
       01 WS-LAYOUT-LINE-NO PIC 9(4) VALUE 0.
       01 WS-LAYOUT-WIDTH   PIC 9(3) VALUE 0.
       01 WS-LAY-END        PIC 9(4) VALUE 0.
       01 WS-LAY-F1         PIC X(10).
       01 WS-LAY-F2         PIC X(12).
       01 WS-LAY-F3         PIC X(12).
       01 WS-LAY-F4         PIC X(12).
       01 WS-LAY-F5         PIC X(12).
       01 WS-LAY-F6         PIC X(12).

       01 WS-RECTYPE-LAYOUT.
           05 WS-RT-START      PIC 9(3) VALUE 0.
           05 WS-RT-LENGTH     PIC 9(3) VALUE 0.
           05 WS-RT-DETAIL     PIC X(10) VALUE SPACES.
           05 WS-RT-TRAILER    PIC X(10) VALUE SPACES.
           05 WS-RT-HEADER     PIC X(10) VALUE SPACES.

       01 WS-LAYOUT-TABLE.
           05 WS-LAY-USED      PIC 9(2) VALUE 0.
           05 WS-LAY-ENTRY OCCURS 20 TIMES.
               10 WS-LAY-RECORD   PIC X(7).
               10 WS-LAY-NAME     PIC X(10).
               10 WS-LAY-START    PIC 9(3).
               10 WS-LAY-LENGTH   PIC 9(3).
               10 WS-LAY-TYPE     PIC X(2).
               10 WS-LAY-DECIMALS PIC 9.
       01 WS-LAY-IX         PIC 9(2) VALUE 0.
       01 WS-IX-TXN-ID      PIC 9(2) VALUE 0.
       01 WS-IX-TXN-TYPE    PIC 9(2) VALUE 0.
       01 WS-IX-ACCOUNT     PIC 9(2) VALUE 0.
       01 WS-IX-AMOUNT      PIC 9(2) VALUE 0.
       01 WS-IX-DATE        PIC 9(2) VALUE 0.
       01 WS-IX-TRL-COUNT   PIC 9(2) VALUE 0.
       01 WS-IX-TRL-AMOUNT  PIC 9(2) VALUE 0.

       01 WS-TYPE-MAP.
           05 WS-MAP-USED      PIC 9(2) VALUE 0.
           05 WS-MAP-ENTRY OCCURS 20 TIMES.
               10 WS-MAP-FROM     PIC X(10).
               10 WS-MAP-TO       PIC X(10).
       01 WS-MAP-IX         PIC 9(2) VALUE 0.

       01 WS-FW-IX          PIC 9(2) VALUE 0.
       01 WS-FW-POS         PIC 9(3) VALUE 0.
       01 WS-FW-END         PIC 9(3) VALUE 0.
       01 WS-FW-DIGIT-FROM  PIC 9(3) VALUE 0.
       01 WS-FW-DIGIT-TO    PIC 9(3) VALUE 0.
       01 WS-FW-CHAR        PIC X.
       01 WS-FW-DIGIT       PIC 9.
       01 WS-FW-NEGATIVE    PIC X.
       01 WS-FW-INTEGER     PIC S9(15) VALUE 0.
       01 WS-FW-AMOUNT      PIC S9(15)V99 VALUE 0.
       01 WS-FW-SUB-CENT    PIC 9(9) VALUE 0.
       01 WS-FW-TEXT        PIC X(30).
       01 WS-FW-TEXT-LEN    PIC 9(3) VALUE 0.
       01 WS-FW-DIGITS      PIC 9(15).
       01 WS-FW-WIDTH       PIC 9(2) VALUE 0.
       01 WS-FW-RESULT      PIC X(15).
       01 WS-FW-RECTYPE     PIC X(10).
       01 WS-FW-PROBLEM     PIC X(30).
       01 WS-FW-ERROR       PIC X(80).
       01 WS-FW-ERROR-HOLD  PIC X(80).
       01 WS-FW-ERROR-BYTE  PIC 9(3) VALUE 0.
       01 WS-FW-BYTE-DSP    PIC ZZ9.
       01 WS-FW-FROM-DSP    PIC ZZ9.
       01 WS-FW-TO-DSP      PIC ZZ9.
       01 WS-OVERPUNCH-CHARS PIC X(20) VALUE "{ABCDEFGHI}JKLMNOPQR".
       01 WS-OP-IX          PIC 9(2) VALUE 0.
       01 WS-OP-HIT         PIC 9(2) VALUE 0.

       01 WS-FW-AMOUNT-PRICED PIC X VALUE 'N'.
       01 WS-FW-REC-AMOUNT  PIC S9(15)V99 VALUE 0.
       01 WS-FW-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-FW-CONVERTED   PIC 9(7) VALUE 0.
       01 WS-FW-REJECTED    PIC 9(7) VALUE 0.
       01 WS-FW-REJECTED-DETAIL PIC 9(7) VALUE 0.
       01 WS-FW-UNPRICED    PIC 9(7) VALUE 0.
       01 WS-FW-CONVERTED-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-FW-REJECTED-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-FW-PROVED-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-FW-HAVE-TRAILER PIC X VALUE 'N'.
       01 WS-FW-TRAILER-COUNT PIC 9(9) VALUE 0.
       01 WS-FW-TRAILER-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-FW-COUNT-DSP   PIC Z(8)9.
       01 WS-FW-COUNT2-DSP  PIC Z(8)9.
       01 WS-FW-TOTAL-DSP   PIC -(12)9.99.
       01 WS-FW-TOTAL2-DSP  PIC -(12)9.99.
       01 WS-FW-POS-AMOUNT  PIC 9(5).99.
       01 WS-FW-NEG-AMOUNT  PIC 9(4).99.

      *> One converted detail in the VALIDATOR's CSV dialect
       01 WS-CSV-FIELDS.
           05 WS-CSV-TXN-ID     PIC X(6).
           05 FILLER            PIC X VALUE ','.
           05 WS-CSV-TXN-TYPE   PIC X(10).
           05 FILLER            PIC X VALUE ','.
           05 WS-CSV-ACC-ID     PIC X(5).
           05 FILLER            PIC X VALUE ','.
           05 WS-CSV-AMOUNT     PIC X(8).
           05 FILLER            PIC X VALUE ','.
           05 WS-CSV-DATE       PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "FILE-COPY: Starting file processing..."
           END-IF

           PERFORM READ-CONTROL-COUNT
           PERFORM READ-RECORD-LAYOUT
           IF WS-LAYOUT-ERROR NOT = SPACES
               DISPLAY "FILE-COPY: ABORT - record layout line "
                       WS-LAYOUT-LINE-NO ": "
                       FUNCTION TRIM(WS-LAYOUT-ERROR)
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT INFILE
           OPEN OUTPUT OUTFILE
           IF WS-FIXED-WIDTH = 'Y'
               OPEN OUTPUT FW-REJECT-FILE
           END-IF

           PERFORM UNTIL EOF-INFILE = 'Y'
               READ INFILE
                       MOVE 'Y' TO EOF-INFILE
                   NOT AT END
                       ADD 1 TO WS-COUNT
                       IF WS-FIXED-WIDTH = 'Y'
                           PERFORM CONVERT-FIXED-WIDTH-RECORD
                       ELSE
                           IF WS-FILTER-VALUE = SPACES
                             OR IN-REC(1:WS-FILTER-LENGTH) =
                                FUNCTION TRIM(WS-FILTER-VALUE)
                               MOVE IN-REC TO OUT-REC
                               WRITE OUT-REC
                               ADD 1 TO WS-SELECTED-COUNT
                               PERFORM COMPUTE-RECORD-CHECKSUM
                               ADD WS-CHK-ORD TO WS-SOURCE-CHECKSUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FIXED-WIDTH = 'Y'
               PERFORM WRITE-CARRIED-TRAILER
               CLOSE FW-REJECT-FILE
           END-IF
           CLOSE INFILE OUTFILE
           DISPLAY "FILE-COPY: Processing completed"
           DISPLAY "FILE-COPY: Records read: " WS-COUNT
           DISPLAY "FILE-COPY: Records written: " WS-SELECTED-COUNT
           PERFORM VERIFY-CONTROL-COUNT
           IF WS-FIXED-WIDTH = 'Y'
               PERFORM PROVE-CORRESPONDENT-TRAILER
           END-IF
           PERFORM VERIFY-OUTPUT-INTEGRITY
           STOP RUN.

                       " record(s), checksum " WS-OUTPUT-CHECKSUM
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-RECORD-LAYOUT.
      *> A layout file beside the input means the input is a
      *> correspondent's fixed-width file to be converted into the
      *> VALIDATOR's CSV dialect rather than copied as it stands.
           MOVE 'N' TO WS-FIXED-WIDTH
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIXED-WIDTH
           PERFORM READ-LAYOUT-LINE
               UNTIL EOF-LAYOUT = 'Y' OR WS-LAYOUT-ERROR NOT = SPACES
           CLOSE LAYOUT-FILE
           IF WS-LAYOUT-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-RT-LENGTH = 0
                   MOVE "RECTYPE line missing" TO WS-LAYOUT-ERROR
               WHEN WS-IX-TXN-ID = 0 OR WS-IX-TXN-TYPE = 0
                 OR WS-IX-ACCOUNT = 0 OR WS-IX-AMOUNT = 0
                 OR WS-IX-DATE = 0
                   MOVE "a required DETAIL field is missing"
                       TO WS-LAYOUT-ERROR
               WHEN WS-IX-TRL-COUNT = 0 OR WS-IX-TRL-AMOUNT = 0
                   MOVE "TRAILER COUNT and AMOUNT are both required"
                       TO WS-LAYOUT-ERROR
               WHEN WS-LAY-TYPE(WS-IX-AMOUNT) = "X "
                 OR WS-LAY-TYPE(WS-IX-TRL-AMOUNT) = "X "
                 OR WS-LAY-TYPE(WS-IX-TRL-COUNT) = "X "
                   MOVE "amounts and the trailer count must be numeric"
                       TO WS-LAYOUT-ERROR
           END-EVALUATE
           IF WS-LAYOUT-ERROR = SPACES
               DISPLAY "FILE-COPY: Fixed-width conversion - "
                       WS-LAY-USED " field(s), record width "
                       WS-LAYOUT-WIDTH
               IF WS-FILTER-VALUE NOT = SPACES
                   DISPLAY "FILE-COPY: Filter ignored - every "
                           "correspondent record must be proved"
               END-IF
           END-IF.

       READ-LAYOUT-LINE.
           READ LAYOUT-FILE
               AT END
                   MOVE 'Y' TO EOF-LAYOUT
               NOT AT END
                   ADD 1 TO WS-LAYOUT-LINE-NO
                   IF LAYOUT-RECORD NOT = SPACES
                     AND LAYOUT-RECORD(1:1) NOT = '*'
                       PERFORM LOAD-LAYOUT-LINE
                   END-IF
           END-READ.

       LOAD-LAYOUT-LINE.
           MOVE SPACES TO WS-LAY-F1 WS-LAY-F2 WS-LAY-F3 WS-LAY-F4
                          WS-LAY-F5 WS-LAY-F6
           UNSTRING LAYOUT-RECORD DELIMITED BY ","
               INTO WS-LAY-F1 WS-LAY-F2 WS-LAY-F3 WS-LAY-F4
                    WS-LAY-F5 WS-LAY-F6
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LAY-F1))
               WHEN "RECTYPE"
                   COMPUTE WS-RT-START = FUNCTION NUMVAL(WS-LAY-F2)
                   COMPUTE WS-RT-LENGTH = FUNCTION NUMVAL(WS-LAY-F3)
                   MOVE FUNCTION TRIM(WS-LAY-F4) TO WS-RT-DETAIL
                   MOVE FUNCTION TRIM(WS-LAY-F5) TO WS-RT-TRAILER
                   MOVE FUNCTION TRIM(WS-LAY-F6) TO WS-RT-HEADER
                   COMPUTE WS-LAY-END = WS-RT-START + WS-RT-LENGTH - 1
                   IF WS-RT-START = 0 OR WS-RT-LENGTH = 0
                     OR WS-RT-LENGTH > 10 OR WS-LAY-END > 200
                     OR WS-RT-DETAIL = SPACES OR WS-RT-TRAILER = SPACES
                       MOVE "RECTYPE position or codes not usable"
                           TO WS-LAYOUT-ERROR
                   ELSE
                       IF WS-LAY-END > WS-LAYOUT-WIDTH
                           MOVE WS-LAY-END TO WS-LAYOUT-WIDTH
                       END-IF
                   END-IF
               WHEN "DETAIL"
               WHEN "TRAILER"
                   PERFORM LOAD-LAYOUT-FIELD
               WHEN "MAP"
                   IF WS-MAP-USED = 20
                       MOVE "more than 20 MAP lines" TO WS-LAYOUT-ERROR
                   ELSE
                       ADD 1 TO WS-MAP-USED
                       MOVE FUNCTION TRIM(WS-LAY-F2)
                           TO WS-MAP-FROM(WS-MAP-USED)
                       MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-LAY-F3))
                           TO WS-MAP-TO(WS-MAP-USED)
                   END-IF
               WHEN OTHER
                   MOVE "line is not RECTYPE, DETAIL, TRAILER or MAP"
                       TO WS-LAYOUT-ERROR
           END-EVALUATE.

       LOAD-LAYOUT-FIELD.
           IF WS-LAY-USED = 20
               MOVE "more than 20 fields" TO WS-LAYOUT-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAY-USED
           MOVE WS-LAY-USED TO WS-LAY-IX
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LAY-F1))
               TO WS-LAY-RECORD(WS-LAY-IX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LAY-F2))
               TO WS-LAY-NAME(WS-LAY-IX)
           COMPUTE WS-LAY-START(WS-LAY-IX) = FUNCTION NUMVAL(WS-LAY-F3)
           COMPUTE WS-LAY-LENGTH(WS-LAY-IX) =
               FUNCTION NUMVAL(WS-LAY-F4)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LAY-F5))
               TO WS-LAY-TYPE(WS-LAY-IX)
           MOVE 0 TO WS-LAY-DECIMALS(WS-LAY-IX)
           IF WS-LAY-F6 NOT = SPACES
               COMPUTE WS-LAY-DECIMALS(WS-LAY-IX) =
                   FUNCTION NUMVAL(WS-LAY-F6)
           END-IF
           COMPUTE WS-LAY-END = WS-LAY-START(WS-LAY-IX)
                              + WS-LAY-LENGTH(WS-LAY-IX) - 1

           EVALUATE TRUE
               WHEN WS-LAY-START(WS-LAY-IX) = 0
                 OR WS-LAY-LENGTH(WS-LAY-IX) = 0
                 OR WS-LAY-END > 200
                   MOVE "field position outside bytes 1-200"
                       TO WS-LAYOUT-ERROR
               WHEN WS-LAY-TYPE(WS-LAY-IX) NOT = "X "
                 AND WS-LAY-TYPE(WS-LAY-IX) NOT = "9 "
                 AND WS-LAY-TYPE(WS-LAY-IX) NOT = "S "
                 AND WS-LAY-TYPE(WS-LAY-IX) NOT = "SL"
                 AND WS-LAY-TYPE(WS-LAY-IX) NOT = "ST"
                   MOVE "field type must be X, 9, S, SL or ST"
                       TO WS-LAYOUT-ERROR
               WHEN WS-LAY-TYPE(WS-LAY-IX) = "X "
                 AND WS-LAY-LENGTH(WS-LAY-IX) > 30
                   MOVE "text fields are limited to 30 bytes"
                       TO WS-LAYOUT-ERROR
               WHEN WS-LAY-TYPE(WS-LAY-IX) NOT = "X "
                 AND WS-LAY-LENGTH(WS-LAY-IX) > 15
                   MOVE "numeric fields are limited to 15 bytes"
                       TO WS-LAYOUT-ERROR
               WHEN WS-LAY-TYPE(WS-LAY-IX) NOT = "X "
                 AND WS-LAY-TYPE(WS-LAY-IX) NOT = "9 "
                 AND WS-LAY-LENGTH(WS-LAY-IX) < 2
                   MOVE "signed fields need at least 2 bytes"
                       TO WS-LAYOUT-ERROR
           END-EVALUATE
           IF WS-LAYOUT-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-END > WS-LAYOUT-WIDTH
               MOVE WS-LAY-END TO WS-LAYOUT-WIDTH
           END-IF

           IF WS-LAY-RECORD(WS-LAY-IX) = "DETAIL"
               EVALUATE WS-LAY-NAME(WS-LAY-IX)
                   WHEN "TXN-ID"   MOVE WS-LAY-IX TO WS-IX-TXN-ID
                   WHEN "TXN-TYPE" MOVE WS-LAY-IX TO WS-IX-TXN-TYPE
                   WHEN "ACCOUNT"  MOVE WS-LAY-IX TO WS-IX-ACCOUNT
                   WHEN "AMOUNT"   MOVE WS-LAY-IX TO WS-IX-AMOUNT
                   WHEN "DATE"     MOVE WS-LAY-IX TO WS-IX-DATE
               END-EVALUATE
           ELSE
               EVALUATE WS-LAY-NAME(WS-LAY-IX)
                   WHEN "COUNT"    MOVE WS-LAY-IX TO WS-IX-TRL-COUNT
                   WHEN "AMOUNT"   MOVE WS-LAY-IX TO WS-IX-TRL-AMOUNT
               END-EVALUATE
           END-IF
           IF WS-LAY-DECIMALS(WS-LAY-IX) > 0
             AND WS-LAY-NAME(WS-LAY-IX) NOT = "AMOUNT"
               MOVE "implied decimals are only allowed on AMOUNT"
                   TO WS-LAYOUT-ERROR
           END-IF.

       CONVERT-FIXED-WIDTH-RECORD.
           IF IN-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FW-ERROR
           MOVE IN-REC(WS-RT-START:WS-RT-LENGTH) TO WS-FW-RECTYPE
           EVALUATE TRUE
               WHEN WS-FW-HAVE-TRAILER NOT = 'N'
                   MOVE WS-RT-START TO WS-FW-BYTE-DSP
                   STRING "RECORD TYPE AT BYTE "
                          FUNCTION TRIM(WS-FW-BYTE-DSP)
                          " FOLLOWS THE TRAILER"
                       DELIMITED BY SIZE INTO WS-FW-ERROR
                   PERFORM WRITE-FW-REJECT
               WHEN WS-FW-RECTYPE = WS-RT-DETAIL
                   PERFORM CONVERT-DETAIL-RECORD
               WHEN WS-FW-RECTYPE = WS-RT-TRAILER
                   PERFORM READ-CORRESPONDENT-TRAILER
               WHEN WS-RT-HEADER NOT = SPACES
                 AND WS-FW-RECTYPE = WS-RT-HEADER
                   CONTINUE
               WHEN OTHER
                   MOVE WS-RT-START TO WS-FW-BYTE-DSP
                   STRING "RECORD TYPE '" FUNCTION TRIM(WS-FW-RECTYPE)
                          "' UNKNOWN AT BYTE "
                          FUNCTION TRIM(WS-FW-BYTE-DSP)
                       DELIMITED BY SIZE INTO WS-FW-ERROR
                   PERFORM WRITE-FW-REJECT
           END-EVALUATE.

       CONVERT-DETAIL-RECORD.
      *> The amount is read first so that a record rejected for any
      *> other field still counts towards the trailer total.
           ADD 1 TO WS-FW-DETAIL-COUNT
           MOVE 'N' TO WS-FW-AMOUNT-PRICED
           INITIALIZE WS-CSV-FIELDS
           MOVE WS-IX-AMOUNT TO WS-FW-IX
           PERFORM EXTRACT-FIELD
           IF WS-FW-ERROR = SPACES
               MOVE 'Y' TO WS-FW-AMOUNT-PRICED
               MOVE WS-FW-AMOUNT TO WS-FW-REC-AMOUNT
               PERFORM FORMAT-CSV-AMOUNT
           END-IF
           IF WS-FW-ERROR = SPACES
               MOVE WS-IX-TXN-ID TO WS-FW-IX
               MOVE 6 TO WS-FW-WIDTH
               PERFORM GET-CSV-FIELD
               MOVE WS-FW-RESULT TO WS-CSV-TXN-ID
           END-IF
           IF WS-FW-ERROR = SPACES
               MOVE WS-IX-TXN-TYPE TO WS-FW-IX
               MOVE 10 TO WS-FW-WIDTH
               PERFORM GET-CSV-FIELD
               MOVE WS-FW-RESULT TO WS-CSV-TXN-TYPE
               PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                       UNTIL WS-MAP-IX > WS-MAP-USED
                   IF WS-MAP-FROM(WS-MAP-IX) = WS-CSV-TXN-TYPE
                       MOVE WS-MAP-TO(WS-MAP-IX) TO WS-CSV-TXN-TYPE
                       MOVE WS-MAP-USED TO WS-MAP-IX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FW-ERROR = SPACES
               MOVE WS-IX-ACCOUNT TO WS-FW-IX
               MOVE 5 TO WS-FW-WIDTH
               PERFORM GET-CSV-FIELD
               MOVE WS-FW-RESULT TO WS-CSV-ACC-ID
           END-IF
           IF WS-FW-ERROR = SPACES
               MOVE WS-IX-DATE TO WS-FW-IX
               MOVE 8 TO WS-FW-WIDTH
               PERFORM GET-CSV-FIELD
               MOVE WS-FW-RESULT TO WS-CSV-DATE
           END-IF

           IF WS-FW-ERROR = SPACES
               MOVE WS-CSV-FIELDS TO OUT-REC
               PERFORM WRITE-CONVERTED-RECORD
               ADD 1 TO WS-FW-CONVERTED
               ADD WS-FW-REC-AMOUNT TO WS-FW-CONVERTED-TOTAL
           ELSE
               ADD 1 TO WS-FW-REJECTED-DETAIL
               PERFORM WRITE-FW-REJECT
               IF WS-FW-AMOUNT-PRICED = 'Y'
                   ADD WS-FW-REC-AMOUNT TO WS-FW-REJECTED-TOTAL
               ELSE
                   ADD 1 TO WS-FW-UNPRICED
               END-IF
           END-IF.

       READ-CORRESPONDENT-TRAILER.
           MOVE 'U' TO WS-FW-HAVE-TRAILER
           MOVE WS-IX-TRL-COUNT TO WS-FW-IX
           PERFORM EXTRACT-FIELD
           IF WS-FW-ERROR = SPACES
             AND WS-FW-INTEGER < 0
               MOVE "IS NEGATIVE" TO WS-FW-PROBLEM
               MOVE WS-LAY-START(WS-FW-IX) TO WS-FW-ERROR-BYTE
               PERFORM FIELD-ERROR
           END-IF
           IF WS-FW-ERROR = SPACES
               MOVE WS-FW-INTEGER TO WS-FW-TRAILER-COUNT
               MOVE WS-IX-TRL-AMOUNT TO WS-FW-IX
               PERFORM EXTRACT-FIELD
           END-IF
           IF WS-FW-ERROR = SPACES
               MOVE WS-FW-AMOUNT TO WS-FW-TRAILER-AMOUNT
               MOVE 'Y' TO WS-FW-HAVE-TRAILER
           ELSE
               MOVE WS-FW-ERROR TO WS-FW-ERROR-HOLD
               MOVE SPACES TO WS-FW-ERROR
               STRING "TRAILER " WS-FW-ERROR-HOLD
                   DELIMITED BY SIZE INTO WS-FW-ERROR
               PERFORM WRITE-FW-REJECT
           END-IF.

       GET-CSV-FIELD.
      *> Fit one extracted field into its VALIDATOR column - text
      *> left-justified, numbers right-justified with leading zeros.
           MOVE SPACES TO WS-FW-RESULT
           PERFORM EXTRACT-FIELD
           IF WS-FW-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAY-START(WS-FW-IX) TO WS-FW-ERROR-BYTE
           IF WS-LAY-TYPE(WS-FW-IX) = "X "
               MOVE FUNCTION TRIM(WS-FW-TEXT) TO WS-FW-TEXT
               IF WS-FW-TEXT = SPACES
                   MOVE "IS BLANK" TO WS-FW-PROBLEM
                   PERFORM FIELD-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FW-TEXT-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-FW-TEXT))
               IF WS-FW-TEXT-LEN > WS-FW-WIDTH
                   MOVE "IS TOO LONG FOR THE VALIDATOR"
                       TO WS-FW-PROBLEM
                   PERFORM FIELD-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FW-TEXT TO WS-FW-RESULT
           ELSE
               IF WS-FW-INTEGER < 0
                   MOVE "IS NEGATIVE" TO WS-FW-PROBLEM
                   PERFORM FIELD-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FW-INTEGER TO WS-FW-DIGITS
               IF WS-FW-DIGITS(1:15 - WS-FW-WIDTH) NOT = ZEROS
                   MOVE "IS TOO LONG FOR THE VALIDATOR"
                       TO WS-FW-PROBLEM
                   PERFORM FIELD-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FW-DIGITS(16 - WS-FW-WIDTH:WS-FW-WIDTH)
                   TO WS-FW-RESULT
           END-IF.

       FORMAT-CSV-AMOUNT.
      *> The VALIDATOR amount column is eight bytes: 99999.99 or,
      *> signed, -9999.99.
           IF WS-FW-REC-AMOUNT > 99999.99
             OR WS-FW-REC-AMOUNT < -9999.99
               MOVE WS-LAY-START(WS-FW-IX) TO WS-FW-ERROR-BYTE
               MOVE "IS TOO LARGE FOR THE VALIDATOR" TO WS-FW-PROBLEM
               PERFORM FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-FW-REC-AMOUNT < 0
               COMPUTE WS-FW-NEG-AMOUNT = 0 - WS-FW-REC-AMOUNT
               STRING "-" WS-FW-NEG-AMOUNT
                   DELIMITED BY SIZE INTO WS-CSV-AMOUNT
           ELSE
               MOVE WS-FW-REC-AMOUNT TO WS-FW-POS-AMOUNT
               MOVE WS-FW-POS-AMOUNT TO WS-CSV-AMOUNT
           END-IF.

       EXTRACT-FIELD.
      *> Read layout field WS-FW-IX from the current record. Numeric
      *> types come back in WS-FW-INTEGER as written and in
      *> WS-FW-AMOUNT scaled by the implied decimals; any failure is
      *> described in WS-FW-ERROR with the offending byte.
           MOVE SPACES TO WS-FW-ERROR WS-FW-TEXT
           MOVE 0 TO WS-FW-INTEGER WS-FW-AMOUNT WS-FW-ERROR-BYTE
           MOVE 'N' TO WS-FW-NEGATIVE
           MOVE WS-LAY-START(WS-FW-IX) TO WS-FW-DIGIT-FROM
           COMPUTE WS-FW-END = WS-LAY-START(WS-FW-IX)
                             + WS-LAY-LENGTH(WS-FW-IX) - 1
           MOVE WS-FW-END TO WS-FW-DIGIT-TO
           MOVE IN-REC(WS-FW-DIGIT-FROM:WS-LAY-LENGTH(WS-FW-IX))
               TO WS-FW-TEXT
           EVALUATE WS-LAY-TYPE(WS-FW-IX)
               WHEN "X "
                   EXIT PARAGRAPH
               WHEN "SL"
                   MOVE WS-FW-DIGIT-FROM TO WS-FW-POS
                   PERFORM READ-SEPARATE-SIGN
                   ADD 1 TO WS-FW-DIGIT-FROM
               WHEN "ST"
                   MOVE WS-FW-END TO WS-FW-POS
                   PERFORM READ-SEPARATE-SIGN
                   SUBTRACT 1 FROM WS-FW-DIGIT-TO
               WHEN "S "
                   SUBTRACT 1 FROM WS-FW-DIGIT-TO
           END-EVALUATE
           IF WS-FW-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCUMULATE-DIGIT
               VARYING WS-FW-POS FROM WS-FW-DIGIT-FROM BY 1
               UNTIL WS-FW-POS > WS-FW-DIGIT-TO
                  OR WS-FW-ERROR NOT = SPACES
           IF WS-FW-ERROR = SPACES
             AND WS-LAY-TYPE(WS-FW-IX) = "S "
               PERFORM READ-OVERPUNCH
           END-IF
           IF WS-FW-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-LAY-DECIMALS(WS-FW-IX) > 2
               COMPUTE WS-FW-SUB-CENT = FUNCTION MOD(WS-FW-INTEGER,
                   10 ** (WS-LAY-DECIMALS(WS-FW-IX) - 2))
               IF WS-FW-SUB-CENT NOT = 0
                   MOVE WS-FW-END TO WS-FW-ERROR-BYTE
                   MOVE "HAS FRACTIONS OF A CENT" TO WS-FW-PROBLEM
                   PERFORM FIELD-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-FW-AMOUNT =
               WS-FW-INTEGER / (10 ** WS-LAY-DECIMALS(WS-FW-IX))
           IF WS-FW-NEGATIVE = 'Y'
               COMPUTE WS-FW-INTEGER = 0 - WS-FW-INTEGER
               COMPUTE WS-FW-AMOUNT = 0 - WS-FW-AMOUNT
           END-IF.

       ACCUMULATE-DIGIT.
           MOVE IN-REC(WS-FW-POS:1) TO WS-FW-CHAR
           IF WS-FW-CHAR IS NUMERIC
               MOVE WS-FW-CHAR TO WS-FW-DIGIT
               COMPUTE WS-FW-INTEGER = WS-FW-INTEGER * 10 + WS-FW-DIGIT
           ELSE
               MOVE WS-FW-POS TO WS-FW-ERROR-BYTE
               MOVE "IS NOT NUMERIC" TO WS-FW-PROBLEM
               PERFORM FIELD-ERROR
           END-IF.

       READ-SEPARATE-SIGN.
           MOVE IN-REC(WS-FW-POS:1) TO WS-FW-CHAR
           EVALUATE WS-FW-CHAR
               WHEN "+"
               WHEN SPACE
                   CONTINUE
               WHEN "-"
                   MOVE 'Y' TO WS-FW-NEGATIVE
               WHEN OTHER
                   MOVE WS-FW-POS TO WS-FW-ERROR-BYTE
                   MOVE "HAS AN INVALID SIGN" TO WS-FW-PROBLEM
                   PERFORM FIELD-ERROR
           END-EVALUATE.

       READ-OVERPUNCH.
      *> Trailing zoned sign: { and A-I are +0 to +9, } and J-R are
      *> -0 to -9; a plain digit is unsigned.
           MOVE IN-REC(WS-FW-END:1) TO WS-FW-CHAR
           IF WS-FW-CHAR IS NUMERIC
               MOVE WS-FW-CHAR TO WS-FW-DIGIT
               COMPUTE WS-FW-INTEGER = WS-FW-INTEGER * 10 + WS-FW-DIGIT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OP-HIT
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > 20 OR WS-OP-HIT > 0
               IF WS-OVERPUNCH-CHARS(WS-OP-IX:1) = WS-FW-CHAR
                   MOVE WS-OP-IX TO WS-OP-HIT
               END-IF
           END-PERFORM
           IF WS-OP-HIT = 0
               MOVE WS-FW-END TO WS-FW-ERROR-BYTE
               MOVE "HAS AN INVALID SIGN" TO WS-FW-PROBLEM
               PERFORM FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-HIT > 10
               MOVE 'Y' TO WS-FW-NEGATIVE
               SUBTRACT 10 FROM WS-OP-HIT
           END-IF
           COMPUTE WS-FW-INTEGER = WS-FW-INTEGER * 10 + WS-OP-HIT - 1.

       FIELD-ERROR.
           MOVE WS-FW-ERROR-BYTE TO WS-FW-BYTE-DSP
           MOVE WS-LAY-START(WS-FW-IX) TO WS-FW-FROM-DSP
           MOVE WS-FW-END TO WS-FW-TO-DSP
           MOVE SPACES TO WS-FW-ERROR
           STRING FUNCTION TRIM(WS-LAY-NAME(WS-FW-IX)) " "
                  FUNCTION TRIM(WS-FW-PROBLEM) " AT BYTE "
                  FUNCTION TRIM(WS-FW-BYTE-DSP) " (FIELD BYTES "
                  FUNCTION TRIM(WS-FW-FROM-DSP) "-"
                  FUNCTION TRIM(WS-FW-TO-DSP) ")"
               DELIMITED BY SIZE INTO WS-FW-ERROR.

       WRITE-CONVERTED-RECORD.
           WRITE OUT-REC
           ADD 1 TO WS-SELECTED-COUNT
           PERFORM COMPUTE-RECORD-CHECKSUM
           ADD WS-CHK-ORD TO WS-SOURCE-CHECKSUM.

       WRITE-FW-REJECT.
           ADD 1 TO WS-FW-REJECTED
           MOVE SPACES TO FW-REJECT-RECORD
           STRING IN-REC(1:WS-LAYOUT-WIDTH) " -- " WS-FW-ERROR
               DELIMITED BY SIZE INTO FW-REJECT-RECORD
           WRITE FW-REJECT-RECORD
           DISPLAY "FILE-COPY: Record " WS-COUNT " rejected - "
                   FUNCTION TRIM(WS-FW-ERROR).

       WRITE-CARRIED-TRAILER.
      *> The correspondent's own trailer travels with the batch as
      *>   TRAILER,count,total,rejected count,rejected total
      *> so the VALIDATOR and FEED-BRIDGE can each prove it again.
           IF WS-FW-HAVE-TRAILER NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FW-TRAILER-COUNT TO WS-FW-COUNT-DSP
           MOVE WS-FW-TRAILER-AMOUNT TO WS-FW-TOTAL-DSP
           MOVE WS-FW-REJECTED-DETAIL TO WS-FW-COUNT2-DSP
           MOVE WS-FW-REJECTED-TOTAL TO WS-FW-TOTAL2-DSP
           MOVE SPACES TO OUT-REC
           STRING "TRAILER," FUNCTION TRIM(WS-FW-COUNT-DSP) ","
                  FUNCTION TRIM(WS-FW-TOTAL-DSP) ","
                  FUNCTION TRIM(WS-FW-COUNT2-DSP) ","
                  FUNCTION TRIM(WS-FW-TOTAL2-DSP)
               DELIMITED BY SIZE INTO OUT-REC
           PERFORM WRITE-CONVERTED-RECORD.

       PROVE-CORRESPONDENT-TRAILER.
           DISPLAY "FILE-COPY: Details converted: " WS-FW-CONVERTED
           DISPLAY "FILE-COPY: Records rejected: " WS-FW-REJECTED
                   " (build/filecopy_rejects.dat)"
           IF WS-FW-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FW-HAVE-TRAILER NOT = 'Y'
               DISPLAY "FILE-COPY: ABORT - correspondent trailer "
                       "missing or unreadable"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FW-TRAILER-COUNT TO WS-FW-COUNT-DSP
           MOVE WS-FW-DETAIL-COUNT TO WS-FW-COUNT2-DSP
           IF WS-FW-DETAIL-COUNT NOT = WS-FW-TRAILER-COUNT
               DISPLAY "FILE-COPY: ABORT - correspondent trailer "
                       "count " FUNCTION TRIM(WS-FW-COUNT-DSP)
                       ", detail records read "
                       FUNCTION TRIM(WS-FW-COUNT2-DSP)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FW-UNPRICED > 0
               MOVE WS-FW-UNPRICED TO WS-FW-COUNT2-DSP
               DISPLAY "FILE-COPY: ABORT - trailer total cannot be "
                       "proved - " FUNCTION TRIM(WS-FW-COUNT2-DSP)
                       " rejected record(s) have no readable amount"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FW-PROVED-TOTAL =
               WS-FW-CONVERTED-TOTAL + WS-FW-REJECTED-TOTAL
           MOVE WS-FW-TRAILER-AMOUNT TO WS-FW-TOTAL-DSP
           MOVE WS-FW-PROVED-TOTAL TO WS-FW-TOTAL2-DSP
           IF WS-FW-PROVED-TOTAL NOT = WS-FW-TRAILER-AMOUNT
               DISPLAY "FILE-COPY: ABORT - correspondent trailer "
                       "total " FUNCTION TRIM(WS-FW-TOTAL-DSP)
                       ", detail records total "
                       FUNCTION TRIM(WS-FW-TOTAL2-DSP)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FILE-COPY: Correspondent trailer proved - "
                   FUNCTION TRIM(WS-FW-COUNT-DSP) " record(s), total "
                   FUNCTION TRIM(WS-FW-TOTAL-DSP).
