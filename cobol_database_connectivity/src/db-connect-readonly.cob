IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-CONNECT-READONLY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-REPLICA-CONNSTR    PIC X(200).
       01  WS-ALLOW-PRIMARY      PIC X.
           88  WS-PRIMARY-ALLOWED      VALUE 'Y' 'y'.
       01  WS-CONNSTR            PIC X(256).
       01  WS-PRIMARY-DBH        USAGE POINTER.
       01  WS-NULL-PTR           USAGE POINTER.
       01  WS-RC                 PIC S9(9) COMP-5.
       01  WS-SQL-COMMAND        PIC X(512).
       01  WS-RESULT-BUFFER      PIC X(256).
       01  WS-BUSINESS-DATE      PIC X(8).
       01  WS-MONTH-END-FLAG     PIC X.
       01  WS-REPLICA-MARK       PIC 9(18) VALUE 0.
       01  WS-PRIMARY-MARK       PIC 9(18) VALUE 0.
       01  WS-MARK-DSP           PIC Z(17)9.
       01  WS-LAG-FLAG           PIC X.
           88  WS-REPLICA-CURRENT      VALUE 'C'.
           88  WS-REPLICA-BEHIND       VALUE 'B'.
           88  WS-LAG-UNKNOWN          VALUE 'U'.

       LINKAGE SECTION.
       01  DRO-PROGRAM-NAME      PIC X(40).
       01  DRO-PRIMARY-CONNSTR   PIC X(200).
       01  DRO-DBH               USAGE POINTER.
       01  DRO-RESULT            PIC X.

       PROCEDURE DIVISION USING DRO-PROGRAM-NAME, DRO-PRIMARY-CONNSTR,
           DRO-DBH, DRO-RESULT.
       CONNECT-READONLY-MAIN.
           *> Read-only reports go to the reporting replica named by
           *> DB_REPLICA_CONNSTR so they stay off the posting
           *> database. Without a replica configured they read the
           *> primary as they always have. A replica that is down or
           *> has not yet caught up with the business date's posting
           *> stops the report, unless the operator has set
           *> REPORT_PRIMARY_FALLBACK=Y to let it read the primary.
           MOVE 'N' TO DRO-RESULT
           SET DRO-DBH TO NULL
           MOVE SPACES TO WS-REPLICA-CONNSTR
           ACCEPT WS-REPLICA-CONNSTR
               FROM ENVIRONMENT "DB_REPLICA_CONNSTR"
           MOVE SPACES TO WS-ALLOW-PRIMARY
           ACCEPT WS-ALLOW-PRIMARY
               FROM ENVIRONMENT "REPORT_PRIMARY_FALLBACK"

           IF WS-REPLICA-CONNSTR = SPACES
               PERFORM CONNECT-PRIMARY
               GOBACK
           END-IF

           MOVE FUNCTION TRIM(WS-REPLICA-CONNSTR) TO WS-CONNSTR
           CALL STATIC "DB_CONNECT"
               USING WS-CONNSTR
               RETURNING DRO-DBH
           IF DRO-DBH = WS-NULL-PTR
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING DRO-PROGRAM-NAME, WS-REPLICA-CONNSTR, "N"
               DISPLAY "WARNING: reporting replica could not be "
                       "reached."
               PERFORM FALL-BACK-TO-PRIMARY
               GOBACK
           END-IF
           CALL STATIC "LOG-CONNECT-ATTEMPT"
               USING DRO-PROGRAM-NAME, WS-REPLICA-CONNSTR, "Y"

           PERFORM CHECK-REPLICA-LAG
           IF WS-REPLICA-CURRENT
               MOVE 'R' TO DRO-RESULT
               GOBACK
           END-IF

           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE DRO-DBH
               RETURNING WS-RC
           SET DRO-DBH TO NULL
           PERFORM FALL-BACK-TO-PRIMARY
           GOBACK.

       CHECK-REPLICA-LAG.
           *> The replica is current when it holds every ledger entry
           *> the primary has posted up to the end of the business
           *> date - entries keyed since then do not count against it.
           MOVE 'U' TO WS-LAG-FLAG
           MOVE 0 TO WS-REPLICA-MARK, WS-PRIMARY-MARK
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-SQL-COMMAND
           STRING "SELECT COALESCE(MAX(id),0) FROM tx_log "
                  "WHERE created_at < DATE '"
                  WS-BUSINESS-DATE
                  "' + 1"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-RESULT-BUFFER
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DRO-DBH
                     BY REFERENCE WS-SQL-COMMAND
                     BY REFERENCE WS-RESULT-BUFFER
               RETURNING WS-RC
           IF WS-RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING DRO-PROGRAM-NAME, WS-SQL-COMMAND
               DISPLAY "WARNING: reporting replica posting level "
                       "could not be read."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REPLICA-MARK =
               FUNCTION NUMVAL(WS-RESULT-BUFFER)

           MOVE FUNCTION TRIM(DRO-PRIMARY-CONNSTR) TO WS-CONNSTR
           CALL STATIC "DB_CONNECT"
               USING WS-CONNSTR
               RETURNING WS-PRIMARY-DBH
           IF WS-PRIMARY-DBH = WS-NULL-PTR
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING DRO-PROGRAM-NAME, DRO-PRIMARY-CONNSTR, "N"
               DISPLAY "WARNING: primary database could not be "
                       "reached to confirm the reporting replica is "
                       "current."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RESULT-BUFFER
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE WS-PRIMARY-DBH
                     BY REFERENCE WS-SQL-COMMAND
                     BY REFERENCE WS-RESULT-BUFFER
               RETURNING WS-RC
           IF WS-RC NOT = 0
               CALL STATIC "LOG-DB-ERROR"
                   USING DRO-PROGRAM-NAME, WS-SQL-COMMAND
               DISPLAY "WARNING: primary posting level could not be "
                       "read to confirm the reporting replica."
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE WS-PRIMARY-DBH
                   RETURNING WS-RC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRIMARY-MARK =
               FUNCTION NUMVAL(WS-RESULT-BUFFER)
           CALL STATIC "DB_DISCONNECT"
               USING BY VALUE WS-PRIMARY-DBH
               RETURNING WS-RC

           IF WS-REPLICA-MARK < WS-PRIMARY-MARK
               MOVE 'B' TO WS-LAG-FLAG
               DISPLAY "WARNING: reporting replica is behind the "
                       "posting for business date " WS-BUSINESS-DATE
               MOVE WS-REPLICA-MARK TO WS-MARK-DSP
               DISPLAY "         replica ledger through entry "
                       FUNCTION TRIM(WS-MARK-DSP)
               MOVE WS-PRIMARY-MARK TO WS-MARK-DSP
               DISPLAY "         primary ledger through entry "
                       FUNCTION TRIM(WS-MARK-DSP)
           ELSE
               MOVE 'C' TO WS-LAG-FLAG
           END-IF.

       FALL-BACK-TO-PRIMARY.
           IF NOT WS-PRIMARY-ALLOWED
               DISPLAY "ERROR: " FUNCTION TRIM(DRO-PROGRAM-NAME)
                       " stopped - set REPORT_PRIMARY_FALLBACK=Y to "
                       "run it against the primary database."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "WARNING: " FUNCTION TRIM(DRO-PROGRAM-NAME)
                   " reading the primary database "
                   "(REPORT_PRIMARY_FALLBACK=Y)."
           PERFORM CONNECT-PRIMARY.

       CONNECT-PRIMARY.
           MOVE FUNCTION TRIM(DRO-PRIMARY-CONNSTR) TO WS-CONNSTR
           CALL STATIC "DB_CONNECT"
               USING WS-CONNSTR
               RETURNING DRO-DBH
           IF DRO-DBH = WS-NULL-PTR
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING DRO-PROGRAM-NAME, DRO-PRIMARY-CONNSTR, "N"
           ELSE
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING DRO-PROGRAM-NAME, DRO-PRIMARY-CONNSTR, "Y"
               MOVE 'P' TO DRO-RESULT
           END-IF.
