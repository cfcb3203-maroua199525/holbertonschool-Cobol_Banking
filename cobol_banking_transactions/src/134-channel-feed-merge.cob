IDENTIFICATION DIVISION.
       PROGRAM-ID. channel-feed-merge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTOFF-FILE ASSIGN TO "channel_cutoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUTOFF-FILE-STATUS.
           SELECT CHANNEL-IN-FILE ASSIGN TO WS-CHANNEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANNEL-IN-STATUS.
           SELECT MERGE-WORK-FILE
               ASSIGN TO "build/channel_merge_work.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-WORK-STATUS.
           SELECT MERGED-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "build/channel_merge.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO "build/channel_batch_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUTOFF-FILE.
       01  CUTOFF-RECORD        PIC X(200).
       FD  CHANNEL-IN-FILE.
       01  CHANNEL-IN-LINE      PIC X(200).
       FD  MERGE-WORK-FILE.
       01  MERGE-WORK-LINE      PIC X(200).
       FD  MERGED-FILE.
       01  MERGED-LINE          PIC X(200).
       FD  CONTROL-FILE.
       01  CONTROL-LINE         PIC X(200).
       FD  REGISTER-FILE.
       01  REGISTER-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  CUTOFF-FILE-STATUS   PIC XX.
       01  CHANNEL-IN-STATUS    PIC XX.
       01  MERGE-WORK-STATUS    PIC XX.
       01  MERGED-FILE-STATUS   PIC XX.
       01  REGISTER-FILE-STATUS PIC XX.
       01  WS-EOF               PIC X.

       *> channel_cutoffs.dat: CHANNEL,code,cut-off HHMM,file,name
       01  WS-CHANNEL-TABLE.
           05  WS-CH-ENTRY      OCCURS 10 TIMES.
               10  WS-CH-CODE       PIC X(2).
               10  WS-CH-CUTOFF     PIC 9(4).
               10  WS-CH-FILE       PIC X(60).
               10  WS-CH-NAME       PIC X(20).
               10  WS-CH-TAKEN      PIC X.
       01  WS-CH-USED           PIC 9(2) VALUE 0.
       01  WS-CH-IX             PIC 9(2).
       01  WS-CUTOFF-FIELDS     PIC X(200).
       01  WS-CUTOFF-F1         PIC X(10).
       01  WS-CUTOFF-F2         PIC X(10).
       01  WS-CUTOFF-F3         PIC X(10).
       01  WS-CUTOFF-F4         PIC X(60).
       01  WS-CUTOFF-F5         PIC X(20).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-MONTH-END-FLAG    PIC X.
       01  WS-BUSINESS-DATE-NUM PIC 9(8).
       01  WS-NEXT-DATE         PIC X(8).
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-DAY-INT           PIC 9(8).
       01  WS-ROLL-CONTEXT      PIC X(60)
           VALUE "channel feed cut-off hold-over".
       01  WS-ROLL-DATE-IN      PIC X(10).
       01  WS-ROLL-DATE-OUT     PIC X(10).
       01  WS-ROLL-FLAG         PIC X.
       01  WS-RUN-TIMESTAMP     PIC X(21).
       01  WS-RUN-TIME          PIC X(6).
       01  WS-MERGED-BATCH-ID   PIC X(30).

       *> receipt time of a feed file is the time it was last
       *> written - the lines inside carry no time of their own
       01  WS-CHANNEL-FILENAME  PIC X(80).
       01  WS-TARGET-FILENAME   PIC X(80).
       01  WS-FILE-INFO.
           05  WS-FI-SIZE       PIC X(8) COMP-X.
           05  WS-FI-DAY        PIC X COMP-X.
           05  WS-FI-MONTH      PIC X COMP-X.
           05  WS-FI-YEAR       PIC XX COMP-X.
           05  WS-FI-HOURS      PIC X COMP-X.
           05  WS-FI-MINUTES    PIC X COMP-X.
           05  WS-FI-SECONDS    PIC X COMP-X.
           05  WS-FI-HUNDREDTHS PIC X COMP-X.
       01  WS-FILE-RC           PIC S9(9) COMP-5.
       01  WS-RENAME-RC         PIC S9(9) COMP-5.
       01  WS-RECEIVED-DATE     PIC 9(8).
       01  WS-RECEIVED-HHMM     PIC 9(4).
       01  WS-CUTOFF-HHMM       PIC 9(4).
       01  WS-CARRIED-FLAG      PIC X.
           88  CARRIED-FILE            VALUE 'Y'.

       *> what one pass over a channel file found
       01  WS-SCAN-RESULT       PIC X(60).
       01  WS-SCAN-BATCH-ID     PIC X(30).
       *> HEADER fields 4 and 5 - branch and submitter - ride on
       *> every line of the file into the merged batch
       01  WS-SCAN-BRANCH       PIC X(10).
       01  WS-SCAN-SUBMITTER    PIC X(20).
       01  WS-LINE-ORIGIN       PIC X(40).
       01  WS-SCAN-BODY-COUNT   PIC 9(7).
       01  WS-SCAN-DECL-COUNT   PIC 9(7).
       01  WS-SCAN-DECL-TOTAL   PIC S9(9)V99.
       01  WS-SCAN-SAW-TRAILER  PIC X.
       01  WS-LINE-FIELDS       PIC X(200).
       01  WS-LINE-F1           PIC X(20).
       01  WS-LINE-F2           PIC X(30).
       01  WS-LINE-F3           PIC X(30).
       01  WS-LINE-F4           PIC X(30).
       01  WS-LINE-F5           PIC X(30).

       *> channel batch ids already merged - a feed resubmitted
       *> under an id the merge has seen is refused, since the
       *> merged batch carries its own id to the posting registry
       01  WS-REGISTER-TABLE.
           05  WS-REG-ENTRY     OCCURS 2000 TIMES.
               10  WS-REG-BATCH-ID  PIC X(30).
               10  WS-REG-DATE      PIC X(8).
       01  WS-REG-USED          PIC 9(4) VALUE 0.
       01  WS-REG-IX            PIC 9(4).
       01  WS-REG-HIT-IX        PIC 9(4).
       01  WS-REG-F1            PIC X(30).
       01  WS-REG-F2            PIC X(8).
       01  WS-NEW-BATCH-TABLE.
           05  WS-NEW-BATCH-ID  PIC X(30) OCCURS 20 TIMES.
       01  WS-NEW-USED          PIC 9(2) VALUE 0.
       01  WS-NEW-IX            PIC 9(2).

       01  WS-MERGED-COUNT      PIC 9(7) VALUE 0.
       01  WS-MERGED-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-FILES-MERGED      PIC 9(3) VALUE 0.
       01  WS-FILES-ROLLED      PIC 9(3) VALUE 0.
       01  WS-FILES-REJECTED    PIC 9(3) VALUE 0.
       01  WS-COUNT-DSP         PIC Z(6)9.
       01  WS-TOTAL-EDIT        PIC -(9)9.99.
       01  WS-CHANNEL-STATUS    PIC X(10).
       01  WS-CHANNEL-NOTE      PIC X(100).
       01  WS-HHMM-DSP          PIC X(5).
       01  WS-CUTOFF-DSP        PIC X(5).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "channel-feed-merge".
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

           *> a transactions.dat already in place was put there by
           *> hand (a rerun, a recovery batch) - it is left alone
           OPEN INPUT MERGED-FILE
           IF MERGED-FILE-STATUS = "00"
               CLOSE MERGED-FILE
               DISPLAY "transactions.dat is already in place - "
                       "channel merge not run."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-CHANNELS
           IF WS-CH-USED = 0
               DISPLAY "No intake channels in channel_cutoffs.dat - "
                       "nothing to merge."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SET-MERGE-DATES
           PERFORM LOAD-BATCH-REGISTER

           OPEN OUTPUT MERGE-WORK-FILE
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-LINE
           STRING "MERGE," FUNCTION TRIM(WS-MERGED-BATCH-ID) ","
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           PERFORM MERGE-ONE-CHANNEL
               VARYING WS-CH-IX FROM 1 BY 1 UNTIL WS-CH-IX > WS-CH-USED
           CLOSE CONTROL-FILE
           CLOSE MERGE-WORK-FILE

           PERFORM WRITE-MERGED-BATCH
           PERFORM REGISTER-MERGED-BATCHES
           CALL "CBL_DELETE_FILE" USING "build/channel_merge_work.dat"

           MOVE WS-MERGED-COUNT TO WS-COUNT-DSP
           MOVE WS-MERGED-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Channel merge " FUNCTION TRIM(WS-MERGED-BATCH-ID)
                   ": " WS-FILES-MERGED " file(s) merged, "
                   FUNCTION TRIM(WS-COUNT-DSP) " line(s), "
                   FUNCTION TRIM(WS-TOTAL-EDIT) " total; "
                   WS-FILES-ROLLED " held over, "
                   WS-FILES-REJECTED " rejected."
           *> a rejected channel does not hold up the others - it is
           *> left in place and flagged on the daily-ops summary
           IF WS-FILES-REJECTED > 0
               DISPLAY "WARNING: rejected channel files are left in "
                       "place - see build/channel_merge.dat."
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-CHANNELS.
           OPEN INPUT CUTOFF-FILE
           IF CUTOFF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-CHANNEL-LINE UNTIL WS-EOF = 'Y'
           CLOSE CUTOFF-FILE.

       READ-CHANNEL-LINE.
           READ CUTOFF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CUTOFF-RECORD(1:1) NOT = "#"
                      AND CUTOFF-RECORD NOT = SPACES
                       PERFORM STORE-CHANNEL
                   END-IF
           END-READ.

       STORE-CHANNEL.
           MOVE SPACES TO WS-CUTOFF-F1, WS-CUTOFF-F2, WS-CUTOFF-F3,
               WS-CUTOFF-F4, WS-CUTOFF-F5
           MOVE FUNCTION TRIM(CUTOFF-RECORD) TO WS-CUTOFF-FIELDS
           UNSTRING WS-CUTOFF-FIELDS DELIMITED BY ","
               INTO WS-CUTOFF-F1, WS-CUTOFF-F2, WS-CUTOFF-F3,
                    WS-CUTOFF-F4, WS-CUTOFF-F5
           END-UNSTRING
           IF FUNCTION TRIM(WS-CUTOFF-F1) NOT = "CHANNEL"
              OR WS-CUTOFF-F4 = SPACES
              OR WS-CH-USED >= 10
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CUTOFF-F3) IS NOT NUMERIC
               DISPLAY "WARNING: channel " FUNCTION TRIM(WS-CUTOFF-F2)
                       " has no usable cut-off time - ignored."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CH-USED
           MOVE FUNCTION TRIM(WS-CUTOFF-F2) TO WS-CH-CODE(WS-CH-USED)
           COMPUTE WS-CH-CUTOFF(WS-CH-USED) =
               FUNCTION NUMVAL(WS-CUTOFF-F3)
           MOVE FUNCTION TRIM(WS-CUTOFF-F4) TO WS-CH-FILE(WS-CH-USED)
           MOVE FUNCTION TRIM(WS-CUTOFF-F5) TO WS-CH-NAME(WS-CH-USED).

       SET-MERGE-DATES.
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           *> the day after, rolled over weekends and calendar
           *> holidays - where a late file's items are held over to
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
           MOVE WS-BUSINESS-DATE-NUM TO WS-DATE-NUM
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM TO WS-NEXT-DATE
           MOVE SPACES TO WS-ROLL-DATE-IN
           STRING WS-NEXT-DATE(1:4) "-" WS-NEXT-DATE(5:2) "-"
                  WS-NEXT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-ROLL-DATE-IN
           CALL STATIC "ROLL-BUSINESS-DAY"
               USING WS-ROLL-DATE-IN, "FOLLOWING", WS-ROLL-CONTEXT,
                     WS-ROLL-DATE-OUT, WS-ROLL-FLAG
           STRING WS-ROLL-DATE-OUT(1:4) WS-ROLL-DATE-OUT(6:2)
                  WS-ROLL-DATE-OUT(9:2)
               DELIMITED BY SIZE INTO WS-NEXT-DATE

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(9:6) TO WS-RUN-TIME
           MOVE SPACES TO WS-MERGED-BATCH-ID
           STRING "MRG-" WS-BUSINESS-DATE "-" WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-MERGED-BATCH-ID.

       LOAD-BATCH-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-REGISTER-LINE UNTIL WS-EOF = 'Y'
           CLOSE REGISTER-FILE.

       READ-REGISTER-LINE.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-REG-USED < 2000
                       MOVE SPACES TO WS-REG-F1, WS-REG-F2
                       UNSTRING REGISTER-LINE DELIMITED BY ","
                           INTO WS-REG-F1, WS-REG-F2
                       END-UNSTRING
                       ADD 1 TO WS-REG-USED
                       MOVE WS-REG-F1 TO WS-REG-BATCH-ID(WS-REG-USED)
                       MOVE WS-REG-F2 TO WS-REG-DATE(WS-REG-USED)
                   END-IF
           END-READ.

       MERGE-ONE-CHANNEL.
           MOVE 'N' TO WS-CH-TAKEN(WS-CH-IX)
           *> items held over from an earlier night come first and
           *> are not subject to tonight's cut-off
           MOVE SPACES TO WS-CHANNEL-FILENAME
           STRING "build/channel_holdover_" WS-CH-CODE(WS-CH-IX) "_"
                  WS-BUSINESS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-CHANNEL-FILENAME
           MOVE 'Y' TO WS-CARRIED-FLAG
           PERFORM TAKE-CHANNEL-FILE

           MOVE WS-CH-FILE(WS-CH-IX) TO WS-CHANNEL-FILENAME
           MOVE 'N' TO WS-CARRIED-FLAG
           PERFORM TAKE-CHANNEL-FILE

           IF WS-CH-TAKEN(WS-CH-IX) = 'N'
               MOVE "NONE" TO WS-CHANNEL-STATUS
               MOVE SPACES TO WS-SCAN-BATCH-ID
               MOVE 0 TO WS-SCAN-DECL-COUNT, WS-SCAN-DECL-TOTAL
               MOVE SPACES TO WS-CHANNEL-NOTE
               STRING "no " FUNCTION TRIM(WS-CH-NAME(WS-CH-IX))
                      " feed received"
                   DELIMITED BY SIZE INTO WS-CHANNEL-NOTE
               PERFORM WRITE-CONTROL-LINE
           END-IF.

       TAKE-CHANNEL-FILE.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-CHANNEL-FILENAME, WS-FILE-INFO
               RETURNING WS-FILE-RC
           IF WS-FILE-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CH-TAKEN(WS-CH-IX)
           PERFORM SCAN-CHANNEL-FILE
           IF WS-SCAN-RESULT = SPACES
               PERFORM CHECK-CHANNEL-REGISTER
           END-IF
           IF WS-SCAN-RESULT NOT = SPACES
               ADD 1 TO WS-FILES-REJECTED
               MOVE "REJECTED" TO WS-CHANNEL-STATUS
               MOVE SPACES TO WS-CHANNEL-NOTE
               STRING FUNCTION TRIM(WS-CHANNEL-FILENAME) ": "
                      FUNCTION TRIM(WS-SCAN-RESULT)
                   DELIMITED BY SIZE INTO WS-CHANNEL-NOTE
               DISPLAY "REJECTED " WS-CH-CODE(WS-CH-IX) " "
                       FUNCTION TRIM(WS-CHANNEL-NOTE)
               PERFORM WRITE-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RECEIVED-DATE = WS-FI-YEAR * 10000
               + WS-FI-MONTH * 100 + WS-FI-DAY
           COMPUTE WS-RECEIVED-HHMM = WS-FI-HOURS * 100 + WS-FI-MINUTES
           MOVE WS-CH-CUTOFF(WS-CH-IX) TO WS-CUTOFF-HHMM
           IF NOT CARRIED-FILE
              AND (WS-RECEIVED-DATE > WS-BUSINESS-DATE-NUM
                   OR (WS-RECEIVED-DATE = WS-BUSINESS-DATE-NUM
                       AND WS-RECEIVED-HHMM > WS-CUTOFF-HHMM))
               PERFORM HOLD-OVER-CHANNEL-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM COPY-CHANNEL-LINES
           ADD 1 TO WS-FILES-MERGED
           ADD WS-SCAN-DECL-COUNT TO WS-MERGED-COUNT
           ADD WS-SCAN-DECL-TOTAL TO WS-MERGED-TOTAL
           IF WS-SCAN-BATCH-ID NOT = SPACES AND WS-NEW-USED < 20
               ADD 1 TO WS-NEW-USED
               MOVE WS-SCAN-BATCH-ID TO WS-NEW-BATCH-ID(WS-NEW-USED)
           END-IF
           MOVE "MERGED" TO WS-CHANNEL-STATUS
           MOVE SPACES TO WS-CHANNEL-NOTE
           IF CARRIED-FILE
               STRING "held over from an earlier business date"
                   DELIMITED BY SIZE INTO WS-CHANNEL-NOTE
           ELSE
               PERFORM FORMAT-RECEIPT-TIMES
               STRING "received " WS-RECEIVED-DATE " " WS-HHMM-DSP
                      " - cut-off " WS-CUTOFF-DSP
                   DELIMITED BY SIZE INTO WS-CHANNEL-NOTE
           END-IF
           PERFORM WRITE-CONTROL-LINE

           *> the consumed file is archived under tonight's date so
           *> a second run of the merge cannot take it again
           MOVE SPACES TO WS-TARGET-FILENAME
           STRING "build/channel_in_" WS-CH-CODE(WS-CH-IX) "_"
                  WS-BUSINESS-DATE "_" WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-TARGET-FILENAME
           IF CARRIED-FILE
               STRING FUNCTION TRIM(WS-TARGET-FILENAME) "_holdover"
                   DELIMITED BY SIZE INTO WS-TARGET-FILENAME
           END-IF
           STRING FUNCTION TRIM(WS-TARGET-FILENAME) ".dat"
               DELIMITED BY SIZE INTO WS-TARGET-FILENAME
           CALL "CBL_RENAME_FILE"
               USING WS-CHANNEL-FILENAME, WS-TARGET-FILENAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "WARNING: could not archive "
                       FUNCTION TRIM(WS-CHANNEL-FILENAME)
                       " - remove it before the next run."
           END-IF.

       SCAN-CHANNEL-FILE.
           *> HEADER,batch-id,origin ... TRAILER,count,total - the
           *> trailer count must match the lines between
           MOVE SPACES TO WS-SCAN-RESULT, WS-SCAN-BATCH-ID,
               WS-SCAN-BRANCH, WS-SCAN-SUBMITTER
           MOVE 0 TO WS-SCAN-BODY-COUNT, WS-SCAN-DECL-COUNT,
               WS-SCAN-DECL-TOTAL
           MOVE 'N' TO WS-SCAN-SAW-TRAILER
           OPEN INPUT CHANNEL-IN-FILE
           IF CHANNEL-IN-STATUS NOT = "00"
               MOVE "file could not be opened" TO WS-SCAN-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           READ CHANNEL-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF = 'Y'
               MOVE "file is empty" TO WS-SCAN-RESULT
               CLOSE CHANNEL-IN-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-CHANNEL-LINE
           IF FUNCTION TRIM(WS-LINE-F1) NOT = "HEADER"
               MOVE "header record missing" TO WS-SCAN-RESULT
               CLOSE CHANNEL-IN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE-F2) TO WS-SCAN-BATCH-ID
           MOVE FUNCTION TRIM(WS-LINE-F4) TO WS-SCAN-BRANCH
           MOVE FUNCTION TRIM(WS-LINE-F5) TO WS-SCAN-SUBMITTER
           PERFORM SCAN-ONE-CHANNEL-LINE
               UNTIL WS-EOF = 'Y' OR WS-SCAN-SAW-TRAILER = 'Y'
           CLOSE CHANNEL-IN-FILE

           IF WS-SCAN-SAW-TRAILER NOT = 'Y'
               MOVE "trailer record missing" TO WS-SCAN-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-BODY-COUNT NOT = WS-SCAN-DECL-COUNT
               MOVE WS-SCAN-BODY-COUNT TO WS-COUNT-DSP
               STRING "trailer count does not match - "
                      FUNCTION TRIM(WS-COUNT-DSP) " line(s) read"
                   DELIMITED BY SIZE INTO WS-SCAN-RESULT
           END-IF.

       SCAN-ONE-CHANNEL-LINE.
           READ CHANNEL-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CHANNEL-IN-LINE NOT = SPACES
                       PERFORM SPLIT-CHANNEL-LINE
                       IF FUNCTION TRIM(WS-LINE-F1) = "TRAILER"
                           MOVE 'Y' TO WS-SCAN-SAW-TRAILER
                           COMPUTE WS-SCAN-DECL-COUNT =
                               FUNCTION NUMVAL(WS-LINE-F2)
                           COMPUTE WS-SCAN-DECL-TOTAL =
                               FUNCTION NUMVAL(WS-LINE-F3)
                       ELSE
                           ADD 1 TO WS-SCAN-BODY-COUNT
                       END-IF
                   END-IF
           END-READ.

       SPLIT-CHANNEL-LINE.
           MOVE SPACES TO WS-LINE-F1, WS-LINE-F2, WS-LINE-F3,
               WS-LINE-F4, WS-LINE-F5
           MOVE FUNCTION TRIM(CHANNEL-IN-LINE) TO WS-LINE-FIELDS
           UNSTRING WS-LINE-FIELDS DELIMITED BY ","
               INTO WS-LINE-F1, WS-LINE-F2, WS-LINE-F3, WS-LINE-F4,
                    WS-LINE-F5
           END-UNSTRING.

       CHECK-CHANNEL-REGISTER.
           IF WS-SCAN-BATCH-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REG-HIT-IX
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-USED OR WS-REG-HIT-IX > 0
               IF WS-REG-BATCH-ID(WS-REG-IX) = WS-SCAN-BATCH-ID
                   MOVE WS-REG-IX TO WS-REG-HIT-IX
               END-IF
           END-PERFORM
           IF WS-REG-HIT-IX > 0
               STRING "batch " FUNCTION TRIM(WS-SCAN-BATCH-ID)
                      " already merged on "
                      WS-REG-DATE(WS-REG-HIT-IX)
                   DELIMITED BY SIZE INTO WS-SCAN-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                   UNTIL WS-NEW-IX > WS-NEW-USED
               IF WS-NEW-BATCH-ID(WS-NEW-IX) = WS-SCAN-BATCH-ID
                   STRING "batch " FUNCTION TRIM(WS-SCAN-BATCH-ID)
                          " already merged in this run"
                       DELIMITED BY SIZE INTO WS-SCAN-RESULT
               END-IF
           END-PERFORM.

       HOLD-OVER-CHANNEL-FILE.
           PERFORM FORMAT-RECEIPT-TIMES
           MOVE SPACES TO WS-TARGET-FILENAME
           STRING "build/channel_holdover_" WS-CH-CODE(WS-CH-IX) "_"
                  WS-NEXT-DATE ".dat"
               DELIMITED BY SIZE INTO WS-TARGET-FILENAME
           *> one held-over file per channel and date - a second late
           *> file must wait for the operator rather than overwrite
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-TARGET-FILENAME, WS-FILE-INFO
               RETURNING WS-FILE-RC
           IF WS-FILE-RC = 0
               ADD 1 TO WS-FILES-REJECTED
               MOVE "REJECTED" TO WS-CHANNEL-STATUS
               MOVE SPACES TO WS-CHANNEL-NOTE
               STRING FUNCTION TRIM(WS-CHANNEL-FILENAME)
                      ": late, and a file is already held over to "
                      WS-NEXT-DATE
                   DELIMITED BY SIZE INTO WS-CHANNEL-NOTE
               DISPLAY "REJECTED " WS-CH-CODE(WS-CH-IX) " "
                       FUNCTION TRIM(WS-CHANNEL-NOTE)
               PERFORM WRITE-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE"
               USING WS-CHANNEL-FILENAME, WS-TARGET-FILENAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               ADD 1 TO WS-FILES-REJECTED
               MOVE "REJECTED" TO WS-CHANNEL-STATUS
               MOVE SPACES TO WS-CHANNEL-NOTE
               STRING FUNCTION TRIM(WS-CHANNEL-FILENAME)
                      ": late, and could not be held over"
                   DELIMITED BY SIZE INTO WS-CHANNEL-NOTE
               PERFORM WRITE-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-ROLLED
           MOVE "ROLLED" TO WS-CHANNEL-STATUS
           MOVE SPACES TO WS-CHANNEL-NOTE
           STRING "received " WS-RECEIVED-DATE " " WS-HHMM-DSP
                  " after the " WS-CUTOFF-DSP " cut-off - held over "
                  "to " WS-NEXT-DATE
               DELIMITED BY SIZE INTO WS-CHANNEL-NOTE
           DISPLAY "HELD OVER " WS-CH-CODE(WS-CH-IX) " "
                   FUNCTION TRIM(WS-CH-NAME(WS-CH-IX)) " "
                   FUNCTION TRIM(WS-CHANNEL-NOTE)
           PERFORM WRITE-CONTROL-LINE.

       FORMAT-RECEIPT-TIMES.
           MOVE SPACES TO WS-HHMM-DSP, WS-CUTOFF-DSP
           STRING WS-RECEIVED-HHMM(1:2) ":" WS-RECEIVED-HHMM(3:2)
               DELIMITED BY SIZE INTO WS-HHMM-DSP
           STRING WS-CUTOFF-HHMM(1:2) ":" WS-CUTOFF-HHMM(3:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-DSP.

       COPY-CHANNEL-LINES.
           *> every posting line goes into the merged batch tagged
           *> with its channel code: "GW|DEPOSIT,...", and with the
           *> branch and submitter of the file's own header when it
           *> names either: "GW|[branch;submitter]DEPOSIT,..." -
           *> process-transactions keys each line at that branch and
           *> checks it against that submitter
           MOVE SPACES TO WS-LINE-ORIGIN
           IF WS-SCAN-BRANCH NOT = SPACES
              OR WS-SCAN-SUBMITTER NOT = SPACES
               STRING "[" FUNCTION TRIM(WS-SCAN-BRANCH) ";"
                      FUNCTION TRIM(WS-SCAN-SUBMITTER) "]"
                   DELIMITED BY SIZE INTO WS-LINE-ORIGIN
           END-IF
           OPEN INPUT CHANNEL-IN-FILE
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-SCAN-SAW-TRAILER
           READ CHANNEL-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM COPY-ONE-CHANNEL-LINE
               UNTIL WS-EOF = 'Y' OR WS-SCAN-SAW-TRAILER = 'Y'
           CLOSE CHANNEL-IN-FILE.

       COPY-ONE-CHANNEL-LINE.
           READ CHANNEL-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CHANNEL-IN-LINE NOT = SPACES
                       PERFORM SPLIT-CHANNEL-LINE
                       IF FUNCTION TRIM(WS-LINE-F1) = "TRAILER"
                           MOVE 'Y' TO WS-SCAN-SAW-TRAILER
                       ELSE
                           MOVE SPACES TO MERGE-WORK-LINE
                           STRING WS-CH-CODE(WS-CH-IX) "|"
                                  DELIMITED BY SIZE
                                  WS-LINE-ORIGIN DELIMITED BY SPACE
                                  FUNCTION TRIM(CHANNEL-IN-LINE)
                                  DELIMITED BY SIZE
                               INTO MERGE-WORK-LINE
                           WRITE MERGE-WORK-LINE
                       END-IF
                   END-IF
           END-READ.

       WRITE-CONTROL-LINE.
           *> CHANNEL,code,status,batch-id,count,total,note
           MOVE WS-SCAN-DECL-COUNT TO WS-COUNT-DSP
           MOVE WS-SCAN-DECL-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO CONTROL-LINE
           STRING "CHANNEL," WS-CH-CODE(WS-CH-IX) ","
                  FUNCTION TRIM(WS-CHANNEL-STATUS) ","
                  FUNCTION TRIM(WS-SCAN-BATCH-ID) ","
                  FUNCTION TRIM(WS-COUNT-DSP) ","
                  FUNCTION TRIM(WS-TOTAL-EDIT) ","
                  FUNCTION TRIM(WS-CHANNEL-NOTE)
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE.

       WRITE-MERGED-BATCH.
           *> HEADER,batch-id,MERGE ... TRAILER,count,total - the
           *> merged trailer is the sum of the channel trailers, so
           *> process-transactions' control-total check still holds.
           *> The header names no branch or submitter; each line
           *> carries its own channel file's
           OPEN OUTPUT MERGED-FILE
           MOVE SPACES TO MERGED-LINE
           STRING "HEADER," FUNCTION TRIM(WS-MERGED-BATCH-ID) ",MERGE"
               DELIMITED BY SIZE INTO MERGED-LINE
           WRITE MERGED-LINE
           OPEN INPUT MERGE-WORK-FILE
           MOVE 'N' TO WS-EOF
           PERFORM COPY-ONE-WORK-LINE UNTIL WS-EOF = 'Y'
           CLOSE MERGE-WORK-FILE
           MOVE WS-MERGED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO MERGED-LINE
           STRING "TRAILER," WS-MERGED-COUNT ","
                  FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO MERGED-LINE
           WRITE MERGED-LINE
           CLOSE MERGED-FILE.

       COPY-ONE-WORK-LINE.
           READ MERGE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE MERGE-WORK-LINE TO MERGED-LINE
                   WRITE MERGED-LINE
           END-READ.

       REGISTER-MERGED-BATCHES.
           IF WS-NEW-USED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
           ELSE
               CLOSE REGISTER-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           PERFORM WRITE-REGISTER-LINE
               VARYING WS-NEW-IX FROM 1 BY 1
               UNTIL WS-NEW-IX > WS-NEW-USED
           CLOSE REGISTER-FILE.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING FUNCTION TRIM(WS-NEW-BATCH-ID(WS-NEW-IX)) ","
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.
