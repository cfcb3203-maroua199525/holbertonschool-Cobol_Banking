IDENTIFICATION DIVISION.
       PROGRAM-ID. mail-suppression-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
       01  WS-ENV-CHASE         PIC X(5).
       01  WS-LISTED-COUNT      PIC 9(5) VALUE 0.

       *> the listing is kept in build/ as well as shown, so it can
       *> be split out to the branches doing the chasing
       01  WS-REPORT-FILENAME   PIC X(60).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-CHASE
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           END-IF.

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "build/mail_suppression_report_" WS-BUSINESS-DATE
                  ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "--- MAIL SUPPRESSED MORE THAN " WS-CHASE-DAYS
                  " DAY(S) - CHASE A GOOD ADDRESS ---"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT a.account_id || '  ' || c.name, "
                  "a.mail_suppressed_date::text || ' (' || "
               PERFORM PRINT-ONE-SUPPRESSED UNTIL RC NOT = 0
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-LISTED-COUNT " account(s) to chase."
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DBH
               RETURNING RC
           IF RC = 0
               ADD 1 TO WS-LISTED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " FUNCTION TRIM(C1)
                      "  suppressed " FUNCTION TRIM(C2)
                      "  last address: " FUNCTION TRIM(C3)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING).
