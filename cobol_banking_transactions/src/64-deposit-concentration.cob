           END-IF
           MOVE FUNCTION TRIM(DB-CONN-STRING) TO DB-CONNSTR.

           *> a read-only report - it runs on the reporting replica
           *> and stops if that is unavailable or behind the posting
           CALL STATIC "DB-CONNECT-READONLY"
               USING WS-ERROR-SOURCE, DB-CONN-STRING, DBH,
                     DB-READONLY-RESULT

           IF DBH = NULL-PTR THEN
               DISPLAY "ERROR: Database connection failed"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL STATIC "BUSINESS-DATE"
