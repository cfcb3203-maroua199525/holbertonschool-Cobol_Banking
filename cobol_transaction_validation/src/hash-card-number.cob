IDENTIFICATION DIVISION.
       PROGRAM-ID. HASH-CARD-NUMBER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HCN-SQL            PIC X(512).
       01  WS-HCN-BUFFER         PIC X(256).
       01  WS-HCN-RC             PIC S9(9) COMP-5.
       01  WS-HCN-KEY            PIC X(64).
       01  WS-HCN-QUOTES         PIC 9(2).
       01  WS-HCN-PAN            PIC X(20).
       01  WS-HCN-LEN            PIC 9(2).
       01  WS-ERROR-SOURCE       PIC X(40)
           VALUE "hash-card-number".

       LINKAGE SECTION.
       01  HCN-DBH               USAGE POINTER.
       01  HCN-PAN               PIC X(20).
       01  HCN-HASH              PIC X(64).
       01  HCN-RESULT            PIC X.

       PROCEDURE DIVISION USING HCN-DBH, HCN-PAN, HCN-HASH, HCN-RESULT.
       HASH-CARD-MAIN.
           *> The card register is keyed on a one-way hash of the full
           *> card number - SHA-256 over the installation's card key
           *> (CARD_HASH_KEY) and the digits. Every card carries the
           *> bank's BIN, so first six and last four cannot tell two
           *> cards apart, and an unkeyed hash of the few digits in
           *> between could simply be run backwards.
           *> 'Y' hashed into HCN-HASH, 'M' not a full 13-19 digit
           *> number (a masked one cannot be hashed), 'K' no card key
           *> configured, 'N' the database could not compute it.
           MOVE SPACES TO HCN-HASH
           MOVE 'M' TO HCN-RESULT
           MOVE FUNCTION TRIM(HCN-PAN) TO WS-HCN-PAN
           IF WS-HCN-PAN = SPACES
               GOBACK
           END-IF
           COMPUTE WS-HCN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-HCN-PAN))
           IF WS-HCN-LEN < 13 OR WS-HCN-LEN > 19
               GOBACK
           END-IF
           IF WS-HCN-PAN(1:WS-HCN-LEN) IS NOT NUMERIC
               GOBACK
           END-IF

           MOVE SPACES TO WS-HCN-KEY
           ACCEPT WS-HCN-KEY FROM ENVIRONMENT "CARD_HASH_KEY"
           MOVE 0 TO WS-HCN-QUOTES
           INSPECT WS-HCN-KEY TALLYING WS-HCN-QUOTES FOR ALL "'"
           IF WS-HCN-KEY = SPACES OR WS-HCN-QUOTES > 0
               MOVE 'K' TO HCN-RESULT
               GOBACK
           END-IF

           MOVE SPACES TO WS-HCN-SQL
           MOVE SPACES TO WS-HCN-BUFFER
           STRING "SELECT encode(sha256(convert_to('"
                  FUNCTION TRIM(WS-HCN-KEY)
                  "|"
                  WS-HCN-PAN(1:WS-HCN-LEN)
                  "', 'UTF8')), 'hex')"
               DELIMITED BY SIZE INTO WS-HCN-SQL
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE HCN-DBH
                     BY REFERENCE WS-HCN-SQL
                     BY REFERENCE WS-HCN-BUFFER
               RETURNING WS-HCN-RC
           IF WS-HCN-RC NOT = 0 OR FUNCTION TRIM(WS-HCN-BUFFER)
                   = SPACES
               *> the statement carries the key and the full number,
               *> so neither goes to the error log
               MOVE 'N' TO HCN-RESULT
               MOVE SPACES TO WS-HCN-SQL
               MOVE "SELECT encode(sha256(...)) - card hash failed"
                   TO WS-HCN-SQL
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, WS-HCN-SQL
               GOBACK
           END-IF
           MOVE FUNCTION TRIM(WS-HCN-BUFFER) TO HCN-HASH
           MOVE 'Y' TO HCN-RESULT
           GOBACK.
