IDENTIFICATION DIVISION.
       PROGRAM-ID. preflight-check.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "build/preflight_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT FEED-FILE ASSIGN TO WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT CUTOFF-FILE ASSIGN TO "channel_cutoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUTOFF-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO "build/preflight_list.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "gl_account_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-MAP-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "processing_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(160).
       FD  FEED-FILE.
       01  FEED-RECORD          PIC X(256).
       FD  CUTOFF-FILE.
       01  CUTOFF-RECORD        PIC X(120).
       FD  LIST-FILE.
       01  LIST-RECORD          PIC X(120).
       FD  LOCK-FILE.
       01  LOCK-FILE-ENTRY      PIC X(120).
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD        PIC X(80).
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  DB-CONN-STRING       PIC X(200)
           VALUE "host=localhost dbname=schooldb user=postgres password=postgres".
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "preflight-check".
       *> the schema level the nightly job stream needs
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 16.
       01  WS-SCHEMA-MIN-DSP    PIC Z(3)9.
       01  WS-SCHEMA-FOUND-DSP  PIC Z(3)9.
       01  WS-DB-UP-FLAG        PIC X VALUE 'N'.

       01  REPORT-FILE-STATUS   PIC XX.
       01  FEED-FILE-STATUS     PIC XX.
       01  CUTOFF-FILE-STATUS   PIC XX.
       01  LIST-FILE-STATUS     PIC XX.
       01  LOCK-FILE-STATUS     PIC XX.
       01  GL-MAP-FILE-STATUS   PIC XX.
       01  CALENDAR-FILE-STATUS PIC XX.
       01  WS-EOF               PIC X.
       01  WS-DELETE-RC         PIC S9(9) COMP-5.
       01  WS-SYSTEM-RC         PIC S9(9) BINARY.
       01  WS-CURRENT-TIMESTAMP PIC X(21).
       01  WS-COUNT-DSP         PIC Z(6)9.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-BUSINESS-DATE-NUM PIC 9(8).

       *> Each check ends in one report line: GO, WARN or NO-GO with
       *> what was found. Any NO-GO makes the night a no-go and the
       *> return code 4, which is what nightly-batch-driver gates on.
       01  WS-CHECK-NAME        PIC X(20).
       01  WS-CHECK-RESULT      PIC X(5).
       01  WS-CHECK-DETAIL      PIC X(120).
       01  WS-GO-COUNT          PIC 9(3) VALUE 0.
       01  WS-WARN-COUNT        PIC 9(3) VALUE 0.
       01  WS-NOGO-COUNT        PIC 9(3) VALUE 0.

       *> transactions.dat, or failing that the channel feeds
       *> channel-feed-merge will build it from
       01  WS-FEED-FILENAME     PIC X(80).
       01  WS-FEED-RESULT       PIC X(5).
       01  WS-FEED-DETAIL       PIC X(120).
       01  WS-FEED-FIELDS       PIC X(256).
       01  WS-FEED-F1           PIC X(20).
       01  WS-FEED-BATCH-ID     PIC X(40).
       01  WS-FEED-DATE         PIC X(8).
       01  WS-FEED-SCAN-IX      PIC 9(3).
       01  WS-FEEDS-PRESENT     PIC 9(3) VALUE 0.
       01  WS-CUTOFF-FIELDS     PIC X(120).
       01  WS-CUTOFF-F1         PIC X(20).
       01  WS-CUTOFF-F2         PIC X(10).
       01  WS-CUTOFF-F3         PIC X(10).
       01  WS-CUTOFF-F4         PIC X(80).

       *> a lock older than this is taken to be left by a run that
       *> died; lock-monitor uses the same threshold to clear it
       01  WS-STALE-MINUTES     PIC 9(5) VALUE 60.
       01  WS-ENV-STALE         PIC X(8).
       01  WS-LOCK-PATH         PIC X(80).
       01  WS-HOLDER-LINE       PIC X(120).
       01  WS-HOLDER-PROGRAM    PIC X(40).
       01  WS-LOCK-STAMP        PIC X(19).
       01  WS-PART1             PIC X(120).
       01  WS-PART2             PIC X(120).
       01  WS-LOCK-DATE-NUM     PIC 9(8).
       01  WS-LOCK-SECS         PIC 9(9).
       01  WS-NOW-SECS          PIC 9(9).
       01  WS-AGE-MINUTES       PIC S9(7).
       01  WS-AGE-DSP           PIC Z(6)9.
       01  WS-LOCKS-SEEN        PIC 9(3) VALUE 0.

       *> build/ usage at or over the no-go level stops the night;
       *> over the warning level it is reported
       01  WS-SPACE-COMMAND     PIC X(200).
       01  WS-BUILD-PCT         PIC 9(3).
       01  WS-BUILD-PCT-TEXT    PIC X(10).
       01  WS-PCT-DSP           PIC ZZ9.
       01  WS-PCT-NOGO-DSP      PIC ZZ9.
       01  WS-SPACE-NOGO-PCT    PIC 9(3) VALUE 95.
       01  WS-SPACE-WARN-PCT    PIC 9(3) VALUE 85.
       01  WS-ENV-SPACE-PCT     PIC X(6).

       01  WS-MAP-TABLE.
           05  WS-MAP-TX-TYPE   PIC X(20) OCCURS 200 TIMES.
       01  WS-MAP-COUNT         PIC 9(3) VALUE 0.
       01  WS-MAP-IX            PIC 9(3).
       01  WS-MAP-FOUND         PIC X.
       01  WS-MAP-FIELDS        PIC X(80).
       01  WS-MAP-F1            PIC X(20).
       01  WS-UNMAPPED-COUNT    PIC 9(3) VALUE 0.
       01  WS-UNMAPPED-LIST     PIC X(100).

       *> the calendar must reach past the business date by this
       *> many days, or the holidays ahead of us are not loaded
       01  WS-CALENDAR-DAYS     PIC 9(4) VALUE 90.
       01  WS-ENV-CALENDAR-DAYS PIC X(6).
       01  WS-CAL-FIELD         PIC X(10).
       01  WS-CAL-LATEST        PIC 9(8) VALUE 0.
       01  WS-CAL-AHEAD         PIC S9(6).
       01  WS-CAL-AHEAD-DSP     PIC -(5)9.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "preflight-check".
           05  WS-ENT-RESULT    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL STATIC "GET-OPERATOR-ID" USING WS-ENT-OPERATOR
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ENT-KIND, WS-ENT-OPERATOR, WS-ENT-OBJECT,
                     WS-ENT-RESULT
           IF WS-ENT-RESULT NOT = "Y"
               DISPLAY "ABORT: operator "
                       FUNCTION TRIM(WS-ENT-OPERATOR)
                       " is not entitled to run "
                       FUNCTION TRIM(WS-ENT-OBJECT)
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-ENV-STALE
           ACCEPT WS-ENV-STALE FROM ENVIRONMENT "LOCK_STALE_MINUTES"
           IF WS-ENV-STALE NOT = SPACES
               COMPUTE WS-STALE-MINUTES =
                   FUNCTION NUMVAL(WS-ENV-STALE)
           END-IF
           MOVE SPACES TO WS-ENV-SPACE-PCT
           ACCEPT WS-ENV-SPACE-PCT FROM ENVIRONMENT
               "PREFLIGHT_BUILD_MAX_PCT"
           IF WS-ENV-SPACE-PCT NOT = SPACES
               COMPUTE WS-SPACE-NOGO-PCT =
                   FUNCTION NUMVAL(WS-ENV-SPACE-PCT)
           END-IF
           MOVE SPACES TO WS-ENV-CALENDAR-DAYS
           ACCEPT WS-ENV-CALENDAR-DAYS FROM ENVIRONMENT
               "PREFLIGHT_CALENDAR_DAYS"
           IF WS-ENV-CALENDAR-DAYS NOT = SPACES
               COMPUTE WS-CALENDAR-DAYS =
                   FUNCTION NUMVAL(WS-ENV-CALENDAR-DAYS)
           END-IF

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           COMPUTE WS-BUSINESS-DATE-NUM =
               FUNCTION NUMVAL(WS-BUSINESS-DATE)

           *> build/ is checked first - the report itself goes there
           PERFORM CHECK-BUILD-SPACE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING "PRE-FLIGHT CHECK for business date "
                  WS-BUSINESS-DATE " run at "
                  WS-CURRENT-TIMESTAMP(1:8) " "
                  WS-CURRENT-TIMESTAMP(9:6) " by "
                  FUNCTION TRIM(WS-ENT-OPERATOR)
               DELIMITED BY SIZE INTO REPORT-RECORD
           DISPLAY "--- " FUNCTION TRIM(REPORT-RECORD) " ---"
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD
           END-IF
           PERFORM RECORD-CHECK-RESULT

           PERFORM CHECK-TRANSACTION-FEED
           PERFORM CHECK-BATCH-LOCKS
           PERFORM CHECK-DATABASE
           PERFORM CHECK-GL-MAP
           PERFORM CHECK-CALENDAR

           IF WS-DB-UP-FLAG = 'Y'
               CALL STATIC "DB_DISCONNECT"
                   USING BY VALUE DBH
                   RETURNING RC
           END-IF

           MOVE SPACES TO REPORT-RECORD
           IF WS-NOGO-COUNT = 0
               STRING "PRE-FLIGHT RESULT: GO - " WS-GO-COUNT
                      " check(s) passed, " WS-WARN-COUNT
                      " warning(s)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "PRE-FLIGHT RESULT: NO-GO - " WS-NOGO-COUNT
                      " check(s) failed, " WS-WARN-COUNT
                      " warning(s) - fix before the night starts"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF

           IF WS-NOGO-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       RECORD-CHECK-RESULT.
           *> the build/ result is held until the report is open
           IF WS-CHECK-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CHECK-RESULT
               WHEN "GO"
                   ADD 1 TO WS-GO-COUNT
               WHEN "WARN"
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOGO-COUNT
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CHECK-RESULT " " WS-CHECK-NAME " "
                  FUNCTION TRIM(WS-CHECK-DETAIL)
               DELIMITED BY SIZE INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD TRAILING)
           IF REPORT-FILE-STATUS = "00"
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-CHECK-NAME, WS-CHECK-DETAIL.

       CHECK-BUILD-SPACE.
           MOVE "BUILD-SPACE" TO WS-CHECK-NAME
           CALL "SYSTEM" USING "mkdir -p build"
           MOVE SPACES TO WS-SPACE-COMMAND
           STRING "df -P build 2>/dev/null | tail -1 | "
                  "awk '{print $5}' | tr -d '%' "
                  "> build/preflight_list.tmp"
               DELIMITED BY SIZE INTO WS-SPACE-COMMAND
           CALL "SYSTEM" USING WS-SPACE-COMMAND
               RETURNING WS-SYSTEM-RC
           MOVE SPACES TO WS-BUILD-PCT-TEXT
           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               MOVE "NO-GO" TO WS-CHECK-RESULT
               MOVE "build/ cannot be written to" TO WS-CHECK-DETAIL
               EXIT PARAGRAPH
           END-IF
           READ LIST-FILE
               AT END MOVE SPACES TO LIST-RECORD
           END-READ
           CLOSE LIST-FILE
           CALL "CBL_DELETE_FILE" USING "build/preflight_list.tmp"
               RETURNING WS-DELETE-RC
           MOVE FUNCTION TRIM(LIST-RECORD) TO WS-BUILD-PCT-TEXT
           IF WS-BUILD-PCT-TEXT = SPACES
              OR FUNCTION TRIM(WS-BUILD-PCT-TEXT) IS NOT NUMERIC
               MOVE "WARN" TO WS-CHECK-RESULT
               MOVE "build/ usage could not be determined"
                   TO WS-CHECK-DETAIL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BUILD-PCT = FUNCTION NUMVAL(WS-BUILD-PCT-TEXT)
           EVALUATE TRUE
               WHEN WS-BUILD-PCT >= WS-SPACE-NOGO-PCT
                   MOVE "NO-GO" TO WS-CHECK-RESULT
               WHEN WS-BUILD-PCT >= WS-SPACE-WARN-PCT
                   MOVE "WARN" TO WS-CHECK-RESULT
               WHEN OTHER
                   MOVE "GO" TO WS-CHECK-RESULT
           END-EVALUATE
           MOVE WS-BUILD-PCT TO WS-PCT-DSP
           MOVE WS-SPACE-NOGO-PCT TO WS-PCT-NOGO-DSP
           STRING "build/ filesystem " FUNCTION TRIM(WS-PCT-DSP)
                  "% used (no-go at " FUNCTION TRIM(WS-PCT-NOGO-DSP)
                  "%)"
               DELIMITED BY SIZE INTO WS-CHECK-DETAIL.

       CHECK-TRANSACTION-FEED.
           *> tonight's input is transactions.dat if it is already in
           *> place, otherwise the channel feeds it will be merged from
           MOVE "TRANSACTION-FEED" TO WS-CHECK-NAME
           MOVE "transactions.dat" TO WS-FEED-FILENAME
           PERFORM CHECK-ONE-FEED-FILE
           IF WS-FEED-RESULT NOT = "NONE"
               MOVE WS-FEED-RESULT TO WS-CHECK-RESULT
               MOVE WS-FEED-DETAIL TO WS-CHECK-DETAIL
               PERFORM RECORD-CHECK-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FEEDS-PRESENT
           OPEN INPUT CUTOFF-FILE
           IF CUTOFF-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM CHECK-ONE-CHANNEL-LINE UNTIL WS-EOF = 'Y'
               CLOSE CUTOFF-FILE
           END-IF
           IF WS-FEEDS-PRESENT = 0
               MOVE "TRANSACTION-FEED" TO WS-CHECK-NAME
               MOVE "NO-GO" TO WS-CHECK-RESULT
               MOVE "transactions.dat missing and no channel feed in"
                   TO WS-CHECK-DETAIL
               PERFORM RECORD-CHECK-RESULT
           END-IF.

       CHECK-ONE-CHANNEL-LINE.
           READ CUTOFF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           IF CUTOFF-RECORD(1:1) = "#" OR CUTOFF-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CUTOFF-F1, WS-CUTOFF-F2, WS-CUTOFF-F3,
               WS-CUTOFF-F4
           MOVE FUNCTION TRIM(CUTOFF-RECORD) TO WS-CUTOFF-FIELDS
           UNSTRING WS-CUTOFF-FIELDS DELIMITED BY ","
               INTO WS-CUTOFF-F1, WS-CUTOFF-F2, WS-CUTOFF-F3,
                    WS-CUTOFF-F4
           END-UNSTRING
           IF FUNCTION TRIM(WS-CUTOFF-F1) NOT = "CHANNEL"
              OR WS-CUTOFF-F4 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUTOFF-F4 TO WS-FEED-FILENAME
           PERFORM CHECK-ONE-FEED-FILE
           IF WS-FEED-RESULT = "NONE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEEDS-PRESENT
           MOVE SPACES TO WS-CHECK-NAME
           STRING "FEED-" FUNCTION TRIM(WS-CUTOFF-F2)
               DELIMITED BY SIZE INTO WS-CHECK-NAME
           MOVE WS-FEED-RESULT TO WS-CHECK-RESULT
           MOVE WS-FEED-DETAIL TO WS-CHECK-DETAIL
           PERFORM RECORD-CHECK-RESULT.

       CHECK-ONE-FEED-FILE.
           *> HEADER,batch-id,... leads every feed; the batch date is
           *> the date the batch id carries (MRG-20260915-1830 and the
           *> like) and must be tonight's business date
           MOVE "NONE" TO WS-FEED-RESULT
           MOVE SPACES TO WS-FEED-DETAIL
           OPEN INPUT FEED-FILE
           IF FEED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FEED-RECORD
           READ FEED-FILE
               AT END
                   CLOSE FEED-FILE
                   MOVE "NO-GO" TO WS-FEED-RESULT
                   STRING FUNCTION TRIM(WS-FEED-FILENAME)
                          " is empty"
                       DELIMITED BY SIZE INTO WS-FEED-DETAIL
                   EXIT PARAGRAPH
           END-READ
           CLOSE FEED-FILE

           MOVE SPACES TO WS-FEED-F1, WS-FEED-BATCH-ID
           MOVE FUNCTION TRIM(FEED-RECORD) TO WS-FEED-FIELDS
           UNSTRING WS-FEED-FIELDS DELIMITED BY ","
               INTO WS-FEED-F1, WS-FEED-BATCH-ID
           END-UNSTRING
           IF FUNCTION TRIM(WS-FEED-F1) NOT = "HEADER"
               MOVE "NO-GO" TO WS-FEED-RESULT
               STRING FUNCTION TRIM(WS-FEED-FILENAME)
                      " has no HEADER record"
                   DELIMITED BY SIZE INTO WS-FEED-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FEED-DATE
           PERFORM VARYING WS-FEED-SCAN-IX FROM 1 BY 1
                   UNTIL WS-FEED-SCAN-IX > 33
                      OR WS-FEED-DATE NOT = SPACES
               IF WS-FEED-BATCH-ID(WS-FEED-SCAN-IX:8) IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
                       WS-FEED-BATCH-ID(WS-FEED-SCAN-IX:8))) = 0
                       MOVE WS-FEED-BATCH-ID(WS-FEED-SCAN-IX:8)
                           TO WS-FEED-DATE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-FEED-DATE = SPACES
                   MOVE "WARN" TO WS-FEED-RESULT
                   STRING FUNCTION TRIM(WS-FEED-FILENAME)
                          " batch " FUNCTION TRIM(WS-FEED-BATCH-ID)
                          " carries no batch date to check"
                       DELIMITED BY SIZE INTO WS-FEED-DETAIL
               WHEN WS-FEED-DATE NOT = WS-BUSINESS-DATE
                   MOVE "NO-GO" TO WS-FEED-RESULT
                   STRING FUNCTION TRIM(WS-FEED-FILENAME)
                          " batch date " WS-FEED-DATE
                          " is not the business date "
                          WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-FEED-DETAIL
               WHEN OTHER
                   MOVE "GO" TO WS-FEED-RESULT
                   STRING FUNCTION TRIM(WS-FEED-FILENAME)
                          " batch " FUNCTION TRIM(WS-FEED-BATCH-ID)
                          " dated " WS-FEED-DATE
                       DELIMITED BY SIZE INTO WS-FEED-DETAIL
           END-EVALUATE.

       CHECK-BATCH-LOCKS.
           *> the same locks lock-monitor lists; one past the stale
           *> threshold was left by a run that died and will stop
           *> tonight's run at the first step that wants it
           MOVE SPACES TO WS-SPACE-COMMAND
           STRING "ls transactions.dat.lock build/*.lock audit/*.lock"
                  " > build/preflight_list.tmp 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SPACE-COMMAND
           CALL "SYSTEM" USING WS-SPACE-COMMAND
               RETURNING WS-SYSTEM-RC
           MOVE 0 TO WS-LOCKS-SEEN
           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM CHECK-ONE-LOCK UNTIL WS-EOF = 'Y'
               CLOSE LIST-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING "build/preflight_list.tmp"
               RETURNING WS-DELETE-RC
           IF WS-LOCKS-SEEN = 0
               MOVE "BATCH-LOCKS" TO WS-CHECK-NAME
               MOVE "GO" TO WS-CHECK-RESULT
               MOVE "no batch or named locks held" TO WS-CHECK-DETAIL
               PERFORM RECORD-CHECK-RESULT
           END-IF.

       CHECK-ONE-LOCK.
           READ LIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-LOCK-PATH
           MOVE FUNCTION TRIM(LIST-RECORD) TO WS-LOCK-PATH
           IF WS-LOCK-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOCKS-SEEN
           PERFORM READ-LOCK-HOLDER
           PERFORM COMPUTE-LOCK-AGE
           MOVE WS-AGE-MINUTES TO WS-AGE-DSP
           MOVE "BATCH-LOCKS" TO WS-CHECK-NAME
           IF WS-AGE-MINUTES >= WS-STALE-MINUTES
               MOVE "NO-GO" TO WS-CHECK-RESULT
               STRING "stale lock " FUNCTION TRIM(WS-LOCK-PATH)
                      " (" FUNCTION TRIM(WS-AGE-DSP) " min, "
                      FUNCTION TRIM(WS-HOLDER-PROGRAM)
                      ") - clear it with lock-monitor"
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           ELSE
               MOVE "WARN" TO WS-CHECK-RESULT
               STRING "lock " FUNCTION TRIM(WS-LOCK-PATH)
                      " held " FUNCTION TRIM(WS-AGE-DSP) " min by "
                      FUNCTION TRIM(WS-HOLDER-PROGRAM)
                      " - must be released before the night starts"
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-IF
           PERFORM RECORD-CHECK-RESULT.

       READ-LOCK-HOLDER.
           MOVE SPACES TO WS-HOLDER-LINE
           OPEN INPUT LOCK-FILE
           IF LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(LOCK-FILE-ENTRY)
                           TO WS-HOLDER-LINE
               END-READ
               CLOSE LOCK-FILE
           END-IF.

       COMPUTE-LOCK-AGE.
           *> the lock line reads "<program> started at [YYYY-MM-DD
           *> HH:MM:SS] by <operator>"; a lock with no readable stamp
           *> cannot be aged and is treated as stale
           MOVE WS-STALE-MINUTES TO WS-AGE-MINUTES
           MOVE SPACES TO WS-HOLDER-PROGRAM, WS-LOCK-STAMP,
               WS-PART1, WS-PART2
           UNSTRING WS-HOLDER-LINE DELIMITED BY " started at ["
               INTO WS-HOLDER-PROGRAM, WS-PART1
           END-UNSTRING
           IF WS-HOLDER-PROGRAM = SPACES
               MOVE "holder unknown" TO WS-HOLDER-PROGRAM
           END-IF
           IF WS-PART1 = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-PART1 DELIMITED BY "]"
               INTO WS-LOCK-STAMP, WS-PART2
           END-UNSTRING
           IF WS-LOCK-STAMP(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LOCK-DATE-NUM =
               FUNCTION NUMVAL(WS-LOCK-STAMP(1:4)) * 10000
               + FUNCTION NUMVAL(WS-LOCK-STAMP(6:2)) * 100
               + FUNCTION NUMVAL(WS-LOCK-STAMP(9:2))
           COMPUTE WS-LOCK-SECS =
               FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE-NUM) * 86400
               + FUNCTION NUMVAL(WS-LOCK-STAMP(12:2)) * 3600
               + FUNCTION NUMVAL(WS-LOCK-STAMP(15:2)) * 60
               + FUNCTION NUMVAL(WS-LOCK-STAMP(18:2))

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           COMPUTE WS-LOCK-DATE-NUM =
               FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(1:8))
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE-NUM) * 86400
               + FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(13:2))
           COMPUTE WS-AGE-MINUTES =
               (WS-NOW-SECS - WS-LOCK-SECS) / 60.

       CHECK-DATABASE.
           MOVE "DATABASE" TO WS-CHECK-NAME
           MOVE SPACES TO WS-ENV-CONNSTR
           ACCEPT WS-ENV-CONNSTR FROM ENVIRONMENT "DB_CONNSTR"
           IF WS-ENV-CONNSTR NOT = SPACES
               MOVE WS-ENV-CONNSTR TO DB-CONN-STRING
           END-IF
           MOVE FUNCTION TRIM(DB-CONN-STRING) TO DB-CONNSTR
           CALL STATIC "DB_CONNECT"
               USING DB-CONNSTR
               RETURNING DBH
           IF DBH = NULL-PTR THEN
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DB-CONN-STRING, "N"
               MOVE "NO-GO" TO WS-CHECK-RESULT
               MOVE "database cannot be reached" TO WS-CHECK-DETAIL
               PERFORM RECORD-CHECK-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL STATIC "LOG-CONNECT-ATTEMPT"
               USING WS-ERROR-SOURCE, DB-CONN-STRING, "Y"
           MOVE 'Y' TO WS-DB-UP-FLAG

           CALL STATIC "CHECK-SCHEMA-VERSION"
               USING WS-ERROR-SOURCE, DBH, WS-SCHEMA-MIN-VERSION,
                     DB-SCHEMA-FOUND, DB-SCHEMA-RESULT
           MOVE WS-SCHEMA-MIN-VERSION TO WS-SCHEMA-MIN-DSP
           MOVE DB-SCHEMA-FOUND TO WS-SCHEMA-FOUND-DSP
           IF DB-SCHEMA-OK
               MOVE "GO" TO WS-CHECK-RESULT
               STRING "database reachable, schema version "
                      FUNCTION TRIM(WS-SCHEMA-FOUND-DSP)
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           ELSE
               MOVE "NO-GO" TO WS-CHECK-RESULT
               STRING "database schema version "
                      FUNCTION TRIM(WS-SCHEMA-FOUND-DSP)
                      " is below the "
                      FUNCTION TRIM(WS-SCHEMA-MIN-DSP)
                      " the job stream needs"
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-IF
           PERFORM RECORD-CHECK-RESULT.

       CHECK-GL-MAP.
           *> every tx_type the ledger carries needs a map row, or
           *> gl-posting-extract refuses halfway through the night
           MOVE "GL-MAP" TO WS-CHECK-NAME
           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM LOAD-ONE-MAP-LINE UNTIL WS-EOF = 'Y'
               CLOSE GL-MAP-FILE
           END-IF
           IF WS-MAP-COUNT = 0
               MOVE "NO-GO" TO WS-CHECK-RESULT
               MOVE "gl_account_map.dat is missing or empty"
                   TO WS-CHECK-DETAIL
               PERFORM RECORD-CHECK-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-DB-UP-FLAG NOT = 'Y'
               MOVE "WARN" TO WS-CHECK-RESULT
               MOVE "ledger tx_types not checked - database down"
                   TO WS-CHECK-DETAIL
               PERFORM RECORD-CHECK-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UNMAPPED-COUNT
           MOVE SPACES TO WS-UNMAPPED-LIST
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT DISTINCT tx_type, '', '' FROM "
                  "(SELECT tx_type FROM tx_log UNION "
                  "SELECT tx_type FROM tx_log_archive) t "
                  "ORDER BY tx_type"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "WARN" TO WS-CHECK-RESULT
               MOVE "ledger tx_types could not be read"
                   TO WS-CHECK-DETAIL
               PERFORM RECORD-CHECK-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RC
           PERFORM CHECK-ONE-LEDGER-TYPE UNTIL RC NOT = 0

           MOVE "GL-MAP" TO WS-CHECK-NAME
           MOVE WS-MAP-COUNT TO WS-COUNT-DSP
           IF WS-UNMAPPED-COUNT = 0
               MOVE "GO" TO WS-CHECK-RESULT
               STRING "every ledger tx_type is mapped ("
                      FUNCTION TRIM(WS-COUNT-DSP) " map rows)"
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           ELSE
               MOVE "NO-GO" TO WS-CHECK-RESULT
               MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DSP
               STRING FUNCTION TRIM(WS-COUNT-DSP)
                      " unmapped tx_type(s): "
                      FUNCTION TRIM(WS-UNMAPPED-LIST)
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-IF
           PERFORM RECORD-CHECK-RESULT.

       LOAD-ONE-MAP-LINE.
           READ GL-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           IF GL-MAP-RECORD = SPACES OR GL-MAP-RECORD(1:1) = "#"
              OR WS-MAP-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MAP-F1
           MOVE FUNCTION TRIM(GL-MAP-RECORD) TO WS-MAP-FIELDS
           UNSTRING WS-MAP-FIELDS DELIMITED BY ","
               INTO WS-MAP-F1
           END-UNSTRING
           ADD 1 TO WS-MAP-COUNT
           MOVE FUNCTION TRIM(WS-MAP-F1)
               TO WS-MAP-TX-TYPE(WS-MAP-COUNT).

       CHECK-ONE-LEDGER-TYPE.
           MOVE SPACES TO C1, C2, C3
           CALL STATIC "DB_FETCH"
               USING BY VALUE STMT
                     BY REFERENCE C1, C2, C3
               RETURNING RC
           IF RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-COUNT
                      OR WS-MAP-FOUND = 'Y'
               IF WS-MAP-TX-TYPE(WS-MAP-IX) = FUNCTION TRIM(C1)
                   MOVE 'Y' TO WS-MAP-FOUND
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND = 'N'
               ADD 1 TO WS-UNMAPPED-COUNT
               IF WS-UNMAPPED-LIST = SPACES
                   MOVE FUNCTION TRIM(C1) TO WS-UNMAPPED-LIST
               ELSE
                   STRING FUNCTION TRIM(WS-UNMAPPED-LIST) " "
                          FUNCTION TRIM(C1)
                       DELIMITED BY SIZE INTO WS-PART1
                   MOVE WS-PART1 TO WS-UNMAPPED-LIST
                   MOVE SPACES TO WS-PART1
               END-IF
           END-IF.

       CHECK-CALENDAR.
           *> processing_calendar.dat: date,HOLIDAY,name per line; the
           *> latest date on file says how far ahead it was loaded
           MOVE "CALENDAR" TO WS-CHECK-NAME
           MOVE 0 TO WS-CAL-LATEST
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               MOVE "NO-GO" TO WS-CHECK-RESULT
               MOVE "processing_calendar.dat is missing"
                   TO WS-CHECK-DETAIL
               PERFORM RECORD-CHECK-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-ONE-CALENDAR-LINE UNTIL WS-EOF = 'Y'
           CLOSE CALENDAR-FILE

           IF WS-CAL-LATEST = 0
               MOVE "NO-GO" TO WS-CHECK-RESULT
               MOVE "processing_calendar.dat holds no dates"
                   TO WS-CHECK-DETAIL
               PERFORM RECORD-CHECK-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAL-AHEAD =
               FUNCTION INTEGER-OF-DATE(WS-CAL-LATEST)
               - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
           MOVE WS-CAL-AHEAD TO WS-CAL-AHEAD-DSP
           EVALUATE TRUE
               WHEN WS-CAL-AHEAD <= 0
                   MOVE "NO-GO" TO WS-CHECK-RESULT
                   STRING "processing_calendar.dat ends "
                          WS-CAL-LATEST " - nothing past the "
                          "business date is loaded"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN WS-CAL-AHEAD < WS-CALENDAR-DAYS
                   MOVE "WARN" TO WS-CHECK-RESULT
                   STRING "processing_calendar.dat ends "
                          WS-CAL-LATEST ", only "
                          FUNCTION TRIM(WS-CAL-AHEAD-DSP)
                          " day(s) ahead - load next year's dates"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN OTHER
                   MOVE "GO" TO WS-CHECK-RESULT
                   STRING "processing_calendar.dat runs to "
                          WS-CAL-LATEST " ("
                          FUNCTION TRIM(WS-CAL-AHEAD-DSP)
                          " day(s) ahead)"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE
           PERFORM RECORD-CHECK-RESULT.

       READ-ONE-CALENDAR-LINE.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-CAL-FIELD
           UNSTRING CALENDAR-RECORD DELIMITED BY ","
               INTO WS-CAL-FIELD
           END-UNSTRING
           IF WS-CAL-FIELD(1:8) IS NUMERIC
              AND WS-CAL-FIELD(1:8) > WS-CAL-LATEST
               MOVE WS-CAL-FIELD(1:8) TO WS-CAL-LATEST
           END-IF.
