IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-SCHEMA-VERSION.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-COMMAND        PIC X(512).
       01  WS-RESULT-BUFFER      PIC X(256).
       01  WS-RC                 PIC S9(9) COMP-5.
       01  WS-FOUND-DSP          PIC Z(3)9.
       01  WS-MIN-DSP            PIC Z(3)9.

       LINKAGE SECTION.
       01  CSV-PROGRAM-NAME      PIC X(40).
       01  CSV-DBH               USAGE POINTER.
       01  CSV-MIN-VERSION       PIC 9(4).
       01  CSV-FOUND-VERSION     PIC 9(4).
       01  CSV-RESULT            PIC X.
           88  CSV-SCHEMA-OK           VALUE 'Y'.

       PROCEDURE DIVISION USING CSV-PROGRAM-NAME, CSV-DBH,
           CSV-MIN-VERSION, CSV-FOUND-VERSION, CSV-RESULT.
       CHECK-SCHEMA-MAIN.
           *> Each migration script inserts its row into
           *> schema_version; the highest version applied is the
           *> database's level. A program run against a database
           *> below the level it was built for stops here, before it
           *> reads its feed, rather than failing mid-posting on a
           *> column or table that is not there yet.
           MOVE 'N' TO CSV-RESULT
           MOVE 0 TO CSV-FOUND-VERSION
           MOVE CSV-MIN-VERSION TO WS-MIN-DSP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING "SELECT COALESCE(MAX(version),0) "
                  "FROM schema_version"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
           MOVE SPACES TO WS-RESULT-BUFFER
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE CSV-DBH
                     BY REFERENCE WS-SQL-COMMAND
                     BY REFERENCE WS-RESULT-BUFFER
               RETURNING WS-RC
           IF WS-RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING CSV-PROGRAM-NAME, WS-SQL-COMMAND
               DISPLAY "ABORT: " FUNCTION TRIM(CSV-PROGRAM-NAME)
                       " needs database schema version "
                       FUNCTION TRIM(WS-MIN-DSP)
                       " - schema_version could not be read."
               DISPLAY "       Apply the schema migrations before "
                       "re-running; nothing has been processed."
               GOBACK
           END-IF
           IF WS-RESULT-BUFFER NOT = SPACES
               COMPUTE CSV-FOUND-VERSION =
                   FUNCTION NUMVAL(WS-RESULT-BUFFER)
           END-IF
           MOVE CSV-FOUND-VERSION TO WS-FOUND-DSP

           IF CSV-FOUND-VERSION < CSV-MIN-VERSION
               DISPLAY "ABORT: " FUNCTION TRIM(CSV-PROGRAM-NAME)
                       " needs database schema version "
                       FUNCTION TRIM(WS-MIN-DSP)
                       " - the database is at version "
                       FUNCTION TRIM(WS-FOUND-DSP) "."
               DISPLAY "       Apply the pending migrations before "
                       "re-running; nothing has been processed."
           ELSE
               MOVE 'Y' TO CSV-RESULT
           END-IF
           GOBACK.
