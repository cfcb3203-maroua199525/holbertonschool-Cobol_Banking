       77  WS-AMOUNT-NUM          PIC S9(6)V99.
       77  WS-TOTAL-DISPLAY       PIC -(9)9.99.
       77  WS-TIMESTAMP           PIC X(21).
       77  WS-DIVERTED-TOTAL      PIC S9(9)V99 VALUE 0.
       77  WS-PROOF-FAILED        PIC X VALUE 'N'.

      *> Carried correspondent trailer from the VALIDATOR:
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

       01  WS-TX-FIELDS.
           05  WS-TXN-ID          PIC X(6).
               READ VALID-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VALID-RECORD(1:8) = "TRAILER,"
                           PERFORM PROVE-CARRIED-TRAILER
                       ELSE
                           MOVE VALID-RECORD TO WS-TX-FIELDS
                           PERFORM BRIDGE-ONE-TXN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BRIDGE-FILE
           CLOSE BRIDGE-REJECT-FILE

      *> A correspondent batch whose own trailer does not prove is
      *> not offered to the channel merge at all.
           IF WS-PROOF-FAILED = 'Y'
               OPEN OUTPUT BRIDGE-FILE
               CLOSE BRIDGE-FILE
               DISPLAY "FEED-BRIDGE: ABORT - correspondent trailer "
                       "does not prove; build/bridged_feed.dat "
                       "withheld"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "FEED-BRIDGE: " WS-BRIDGED " transaction(s) "
                   "bridged to build/bridged_feed.dat"
           DISPLAY "FEED-BRIDGE: " WS-DIVERTED " transaction(s) "

       DIVERT-TXN.
           ADD 1 TO WS-DIVERTED
           COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-AMOUNT)
           ADD WS-AMOUNT-NUM TO WS-DIVERTED-TOTAL
           MOVE SPACES TO BRIDGE-REJECT-RECORD
           STRING WS-TX-FIELDS
                  " -- NOT BRIDGEABLE (no target account mapping)"
               DELIMITED BY SIZE INTO BRIDGE-REJECT-RECORD
           WRITE BRIDGE-REJECT-RECORD
           DISPLAY "FEED-BRIDGE: diverted " WS-TXN-ID.

       PROVE-CARRIED-TRAILER.
      *> Bridged, diverted and every earlier reject together must
      *> make up the correspondent's own trailer count and total.
           MOVE SPACES TO WS-CARRIED-TRAILER
           UNSTRING VALID-RECORD DELIMITED BY ","
               INTO WS-CT-TAG WS-CT-COUNT-X WS-CT-TOTAL-X
                    WS-CT-REJ-COUNT-X WS-CT-REJ-TOTAL-X
           END-UNSTRING
           COMPUTE WS-CT-COUNT = FUNCTION NUMVAL(WS-CT-COUNT-X)
           COMPUTE WS-CT-TOTAL = FUNCTION NUMVAL(WS-CT-TOTAL-X)
           COMPUTE WS-CT-REJ-COUNT = FUNCTION NUMVAL(WS-CT-REJ-COUNT-X)
           COMPUTE WS-CT-REJ-TOTAL = FUNCTION NUMVAL(WS-CT-REJ-TOTAL-X)
           COMPUTE WS-PROOF-COUNT = WS-BRIDGED + WS-DIVERTED
                                  + WS-CT-REJ-COUNT
           COMPUTE WS-PROOF-TOTAL = WS-BATCH-TOTAL + WS-DIVERTED-TOTAL
                                  + WS-CT-REJ-TOTAL
           MOVE WS-CT-COUNT TO WS-CT-COUNT-DSP
           MOVE WS-PROOF-COUNT TO WS-CT-COUNT2-DSP
           MOVE WS-CT-TOTAL TO WS-CT-TOTAL-DSP
           MOVE WS-PROOF-TOTAL TO WS-CT-TOTAL2-DSP
           IF WS-PROOF-COUNT = WS-CT-COUNT
             AND WS-PROOF-TOTAL = WS-CT-TOTAL
               DISPLAY "FEED-BRIDGE: Correspondent trailer proved - "
                       FUNCTION TRIM(WS-CT-COUNT-DSP) " / "
                       FUNCTION TRIM(WS-CT-TOTAL-DSP)
           ELSE
               DISPLAY "FEED-BRIDGE: Correspondent trailer does not "
                       "prove - expected "
                       FUNCTION TRIM(WS-CT-COUNT-DSP) " / "
                       FUNCTION TRIM(WS-CT-TOTAL-DSP) ", found "
                       FUNCTION TRIM(WS-CT-COUNT2-DSP) " / "
                       FUNCTION TRIM(WS-CT-TOTAL2-DSP)
               MOVE 'Y' TO WS-PROOF-FAILED
           END-IF.
