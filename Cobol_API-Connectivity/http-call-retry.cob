           SELECT HCR-STATUS-FILE ASSIGN TO WS-STATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HCR-STATUS-FILE-STATUS.
           SELECT HCR-BREAKER-FILE ASSIGN TO "build/circuit_breaker.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HCR-BREAKER-FILE-STATUS.
           SELECT HCR-AUDIT-FILE ASSIGN TO "audit/api_call_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HCR-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HCR-STATUS-FILE.
       01  HCR-STATUS-RECORD    PIC X(10).
       FD  HCR-BREAKER-FILE.
       01  HCR-BREAKER-RECORD.
           05  HCR-BR-ENDPOINT  PIC X(100).
           05  HCR-BR-STATE     PIC X(6).
           05  HCR-BR-FAILURES  PIC 9(3).
           05  HCR-BR-OPENED-AT PIC 9(11).
       FD  HCR-AUDIT-FILE.
       01  HCR-AUDIT-RECORD     PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-NAME  PIC X(200).
       01  WS-SLEEP-SECONDS     PIC 9(2) VALUE 0.
       01  WS-SLEEP-COMMAND     PIC X(20).
       01  HCR-STATUS-FILE-STATUS PIC XX.
       01  HCR-BREAKER-FILE-STATUS PIC XX.
       01  HCR-AUDIT-FILE-STATUS PIC XX.

       *> Circuit breaker, one entry per gateway host, shared by
       *> every program through build/circuit_breaker.dat. After
       *> HTTP_BREAKER_THRESHOLD consecutive failed calls the circuit
       *> opens and calls fail at once - the caller parks the item
       *> in its redelivery queue as for any failed call - until
       *> HTTP_BREAKER_COOLDOWN seconds have passed; then a single
       *> trial call closes it again or re-opens it.
       01  WS-BREAKER-THRESHOLD PIC 9(3) VALUE 5.
       01  WS-BREAKER-COOLDOWN  PIC 9(7) VALUE 300.
       01  WS-ENV-BREAKER       PIC X(10).
       01  WS-ENDPOINT          PIC X(100).
       01  WS-URL-SCHEME        PIC X(8).
       01  WS-URL-HOST          PIC X(90).
       01  WS-URL-TALLY         PIC 9(4).
       01  WS-HOST-START        PIC 9(4).
       01  WS-BREAKER-TABLE.
           05  WS-BR-ENTRY      OCCURS 50 TIMES.
               10  WS-BR-ENDPOINT   PIC X(100).
               10  WS-BR-STATE      PIC X(6).
               10  WS-BR-FAILURES   PIC 9(3).
               10  WS-BR-OPENED-AT  PIC 9(11).
       01  WS-BR-USED           PIC 9(2) VALUE 0.
       01  WS-BR-IX             PIC 9(2) VALUE 0.
       01  WS-BR-SCAN           PIC 9(2).
       01  WS-BR-EOF            PIC X.
       01  WS-ATTEMPT-LIMIT     PIC 9(2).
       01  WS-TRIAL-FLAG        PIC X VALUE 'N'.
           88  TRIAL-CALL              VALUE 'Y'.
       01  WS-NOW-SECS          PIC 9(11).
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-CURRENT-DATE-TIME PIC X(21).
       01  WS-FAILURES-DSP      PIC ZZ9.
       01  WS-AUDIT-OUTCOME     PIC X(80).
       01  WS-TIMESTAMP.
           05  WS-TS-YEAR       PIC 9(4).
           05  FILLER           PIC X VALUE '-'.
           05  WS-TS-MONTH      PIC 9(2).
           05  FILLER           PIC X VALUE '-'.
           05  WS-TS-DAY        PIC 9(2).
           05  FILLER           PIC X VALUE ' '.
           05  WS-TS-HOUR       PIC 9(2).
           05  FILLER           PIC X VALUE ':'.
           05  WS-TS-MIN        PIC 9(2).
           05  FILLER           PIC X VALUE ':'.
           05  WS-TS-SEC        PIC 9(2).

       LINKAGE SECTION.
       01  HCR-CURL-COMMAND      PIC X(500).
           MOVE 0 TO HCR-HTTP-STATUS-PARM
           MOVE 'N' TO HCR-RESULT-FLAG
           MOVE HCR-STATUS-FILE-PARM TO WS-STATUS-FILE-NAME
           MOVE HCR-MAX-RETRIES TO WS-ATTEMPT-LIMIT
           MOVE 'N' TO WS-TRIAL-FLAG

           PERFORM HCR-READ-BREAKER-SETTINGS
           PERFORM HCR-IDENTIFY-ENDPOINT
           MOVE 0 TO WS-BR-IX
           IF WS-BREAKER-THRESHOLD > 0 AND WS-ENDPOINT NOT = SPACES
               PERFORM HCR-LOAD-BREAKER
               PERFORM HCR-FIND-ENDPOINT
           END-IF

           IF WS-BR-IX > 0
               IF WS-BR-STATE(WS-BR-IX) = "OPEN"
                   PERFORM HCR-TAKE-NOW-SECS
                   IF WS-NOW-SECS - WS-BR-OPENED-AT(WS-BR-IX)
                           < WS-BREAKER-COOLDOWN
                       DISPLAY "Circuit open for "
                               FUNCTION TRIM(WS-ENDPOINT)
                               " - call not attempted."
                       GOBACK
                   END-IF
                   MOVE 'Y' TO WS-TRIAL-FLAG
                   MOVE 1 TO WS-ATTEMPT-LIMIT
               END-IF
           END-IF

           PERFORM HCR-ATTEMPT-CALL
               UNTIL HCR-CALL-SUCCEEDED
                  OR WS-RETRY-COUNT >= WS-ATTEMPT-LIMIT

           IF WS-BR-IX > 0
               PERFORM HCR-RECORD-OUTCOME
               PERFORM HCR-SAVE-BREAKER
           END-IF

           GOBACK.

                   MOVE HCR-STATUS-RECORD TO HCR-HTTP-STATUS-PARM
               END-IF
           END-IF.

       HCR-READ-BREAKER-SETTINGS.
           *> a threshold of 0 turns the breaker off
           MOVE SPACES TO WS-ENV-BREAKER
           ACCEPT WS-ENV-BREAKER FROM ENVIRONMENT
               "HTTP_BREAKER_THRESHOLD"
           IF WS-ENV-BREAKER NOT = SPACES
               COMPUTE WS-BREAKER-THRESHOLD =
                   FUNCTION NUMVAL(WS-ENV-BREAKER)
           END-IF
           MOVE SPACES TO WS-ENV-BREAKER
           ACCEPT WS-ENV-BREAKER FROM ENVIRONMENT
               "HTTP_BREAKER_COOLDOWN"
           IF WS-ENV-BREAKER NOT = SPACES
               COMPUTE WS-BREAKER-COOLDOWN =
                   FUNCTION NUMVAL(WS-ENV-BREAKER)
           END-IF.

       HCR-IDENTIFY-ENDPOINT.
           *> the endpoint is the scheme and host of the URL in the
           *> curl command - every path on one gateway shares its
           *> circuit
           MOVE SPACES TO WS-ENDPOINT, WS-URL-SCHEME, WS-URL-HOST
           MOVE 0 TO WS-URL-TALLY
           INSPECT HCR-CURL-COMMAND TALLYING WS-URL-TALLY
               FOR CHARACTERS BEFORE INITIAL "https://"
           IF WS-URL-TALLY < 500
               MOVE "https://" TO WS-URL-SCHEME
               COMPUTE WS-HOST-START = WS-URL-TALLY + 9
           ELSE
               MOVE 0 TO WS-URL-TALLY
               INSPECT HCR-CURL-COMMAND TALLYING WS-URL-TALLY
                   FOR CHARACTERS BEFORE INITIAL "http://"
               IF WS-URL-TALLY >= 500
                   EXIT PARAGRAPH
               END-IF
               MOVE "http://" TO WS-URL-SCHEME
               COMPUTE WS-HOST-START = WS-URL-TALLY + 8
           END-IF
           IF WS-HOST-START > 500
               EXIT PARAGRAPH
           END-IF
           UNSTRING HCR-CURL-COMMAND(WS-HOST-START:)
               DELIMITED BY "/" OR " " OR "'" OR '"'
               INTO WS-URL-HOST
           END-UNSTRING
           IF WS-URL-HOST NOT = SPACES
               STRING FUNCTION TRIM(WS-URL-SCHEME)
                      FUNCTION TRIM(WS-URL-HOST)
                   DELIMITED BY SIZE INTO WS-ENDPOINT
           END-IF.

       HCR-LOAD-BREAKER.
           MOVE 0 TO WS-BR-USED
           MOVE 'N' TO WS-BR-EOF
           OPEN INPUT HCR-BREAKER-FILE
           IF HCR-BREAKER-FILE-STATUS = "00"
               PERFORM HCR-LOAD-ONE-ENTRY UNTIL WS-BR-EOF = 'Y'
               CLOSE HCR-BREAKER-FILE
           END-IF.

       HCR-LOAD-ONE-ENTRY.
           READ HCR-BREAKER-FILE
               AT END
                   MOVE 'Y' TO WS-BR-EOF
               NOT AT END
                   IF WS-BR-USED < 50
                       ADD 1 TO WS-BR-USED
                       MOVE HCR-BR-ENDPOINT
                           TO WS-BR-ENDPOINT(WS-BR-USED)
                       MOVE HCR-BR-STATE TO WS-BR-STATE(WS-BR-USED)
                       MOVE HCR-BR-FAILURES
                           TO WS-BR-FAILURES(WS-BR-USED)
                       MOVE HCR-BR-OPENED-AT
                           TO WS-BR-OPENED-AT(WS-BR-USED)
                   END-IF
           END-READ.

       HCR-FIND-ENDPOINT.
           MOVE 0 TO WS-BR-IX
           PERFORM HCR-MATCH-ONE-ENTRY
               VARYING WS-BR-SCAN FROM 1 BY 1
               UNTIL WS-BR-SCAN > WS-BR-USED OR WS-BR-IX > 0
           IF WS-BR-IX = 0 AND WS-BR-USED < 50
               ADD 1 TO WS-BR-USED
               MOVE WS-BR-USED TO WS-BR-IX
               MOVE WS-ENDPOINT TO WS-BR-ENDPOINT(WS-BR-IX)
               MOVE "CLOSED" TO WS-BR-STATE(WS-BR-IX)
               MOVE 0 TO WS-BR-FAILURES(WS-BR-IX)
               MOVE 0 TO WS-BR-OPENED-AT(WS-BR-IX)
           END-IF.

       HCR-MATCH-ONE-ENTRY.
           IF WS-BR-ENDPOINT(WS-BR-SCAN) = WS-ENDPOINT
               MOVE WS-BR-SCAN TO WS-BR-IX
           END-IF.

       HCR-RECORD-OUTCOME.
           IF HCR-CALL-SUCCEEDED
               MOVE 0 TO WS-BR-FAILURES(WS-BR-IX)
               IF TRIAL-CALL
                   MOVE "CLOSED" TO WS-BR-STATE(WS-BR-IX)
                   MOVE "CIRCUIT CLOSED - trial call succeeded"
                       TO WS-AUDIT-OUTCOME
                   PERFORM HCR-WRITE-BREAKER-AUDIT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-BR-FAILURES(WS-BR-IX) < 999
               ADD 1 TO WS-BR-FAILURES(WS-BR-IX)
           END-IF
           PERFORM HCR-TAKE-NOW-SECS
           IF TRIAL-CALL
               MOVE WS-NOW-SECS TO WS-BR-OPENED-AT(WS-BR-IX)
               MOVE "CIRCUIT OPENED - trial call failed"
                   TO WS-AUDIT-OUTCOME
               PERFORM HCR-WRITE-BREAKER-AUDIT
           ELSE
               IF WS-BR-FAILURES(WS-BR-IX) >= WS-BREAKER-THRESHOLD
                   MOVE "OPEN" TO WS-BR-STATE(WS-BR-IX)
                   MOVE WS-NOW-SECS TO WS-BR-OPENED-AT(WS-BR-IX)
                   MOVE WS-BR-FAILURES(WS-BR-IX) TO WS-FAILURES-DSP
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "CIRCUIT OPENED - "
                          FUNCTION TRIM(WS-FAILURES-DSP)
                          " consecutive failed calls"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   PERFORM HCR-WRITE-BREAKER-AUDIT
               END-IF
           END-IF.

       HCR-SAVE-BREAKER.
           OPEN OUTPUT HCR-BREAKER-FILE
           IF HCR-BREAKER-FILE-STATUS = "00"
               PERFORM HCR-SAVE-ONE-ENTRY
                   VARYING WS-BR-SCAN FROM 1 BY 1
                   UNTIL WS-BR-SCAN > WS-BR-USED
               CLOSE HCR-BREAKER-FILE
           END-IF.

       HCR-SAVE-ONE-ENTRY.
           MOVE WS-BR-ENDPOINT(WS-BR-SCAN) TO HCR-BR-ENDPOINT
           MOVE WS-BR-STATE(WS-BR-SCAN) TO HCR-BR-STATE
           MOVE WS-BR-FAILURES(WS-BR-SCAN) TO HCR-BR-FAILURES
           MOVE WS-BR-OPENED-AT(WS-BR-SCAN) TO HCR-BR-OPENED-AT
           WRITE HCR-BREAKER-RECORD.

       HCR-TAKE-NOW-SECS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-DATE-NUM =
               FUNCTION NUMVAL(WS-CURRENT-DATE-TIME(1:8))
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400
               + FUNCTION NUMVAL(WS-CURRENT-DATE-TIME(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-DATE-TIME(11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATE-TIME(13:2)).

       HCR-WRITE-BREAKER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-TS-YEAR
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-TS-MONTH
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-TS-DAY
           MOVE WS-CURRENT-DATE-TIME(9:2) TO WS-TS-HOUR
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-TS-MIN
           MOVE WS-CURRENT-DATE-TIME(13:2) TO WS-TS-SEC

           OPEN INPUT HCR-AUDIT-FILE
           IF HCR-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT HCR-AUDIT-FILE
               CLOSE HCR-AUDIT-FILE
           ELSE
               CLOSE HCR-AUDIT-FILE
           END-IF

           OPEN EXTEND HCR-AUDIT-FILE
           MOVE SPACES TO HCR-AUDIT-RECORD
           STRING WS-TIMESTAMP " | HTTP-CALL-RETRY | "
                  FUNCTION TRIM(WS-ENDPOINT)
                  " | HTTP " HCR-HTTP-STATUS-PARM
                  " | " FUNCTION TRIM(WS-AUDIT-OUTCOME)
               DELIMITED BY SIZE INTO HCR-AUDIT-RECORD
           WRITE HCR-AUDIT-RECORD
           CLOSE HCR-AUDIT-FILE
           DISPLAY FUNCTION TRIM(WS-AUDIT-OUTCOME) " for "
                   FUNCTION TRIM(WS-ENDPOINT).
