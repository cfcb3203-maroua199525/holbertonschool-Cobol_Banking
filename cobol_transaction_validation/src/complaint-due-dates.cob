IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-DUE-DATES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE ASSIGN TO "complaint_categories.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGORY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-FILE.
       01  CATEGORY-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       01  CATEGORY-FILE-STATUS  PIC XX.
       01  WS-EOF                PIC X.

       *> complaint_categories.dat: category,ack-days,final-days,
       *> BUSINESS|CALENDAR per line, # for comments. Read once.
       01  WS-TABLE-LOADED       PIC X VALUE 'N'.
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 50 TIMES.
               10  WS-CT-CATEGORY    PIC X(10).
               10  WS-CT-ACK-DAYS    PIC 9(3).
               10  WS-CT-FINAL-DAYS  PIC 9(3).
               10  WS-CT-BASIS       PIC X(10).
       01  WS-CATEGORY-USED      PIC 9(2) VALUE 0.
       01  WS-CATEGORY-IX        PIC 9(2).
       01  WS-FOUND-IX           PIC 9(2).
       01  WS-LINE-FIELDS        PIC X(80).
       01  WS-CT-F1              PIC X(20).
       01  WS-CT-F2              PIC X(10).
       01  WS-CT-F3              PIC X(10).
       01  WS-CT-F4              PIC X(10).
       01  WS-WANT-CATEGORY      PIC X(10).

       01  WS-STEP-DATE          PIC X(8).
       01  WS-STEP-FLAG          PIC X.
       01  WS-STEPS              PIC 9(3).
       01  WS-STEP-IX            PIC 9(3).
       01  WS-DAY-NUMBER         PIC 9(8).
       01  WS-DATE-NUM           PIC 9(8).

       LINKAGE SECTION.
       01  CDD-CATEGORY          PIC X(10).
       01  CDD-RECEIVED          PIC X(8).
       01  CDD-ACK-DUE           PIC X(8).
       01  CDD-FINAL-DUE         PIC X(8).
       01  CDD-RESULT            PIC X.
           88  CDD-KNOWN               VALUE 'Y'.
           88  CDD-UNKNOWN             VALUE 'N'.

       PROCEDURE DIVISION USING CDD-CATEGORY, CDD-RECEIVED,
           CDD-ACK-DUE, CDD-FINAL-DUE, CDD-RESULT.
       DUE-DATES-MAIN.
           *> The category's statutory clock starts on the day the
           *> complaint is received (YYYYMMDD). Business days skip
           *> weekends and the processing calendar's holidays.
           SET CDD-UNKNOWN TO TRUE
           MOVE SPACES TO CDD-ACK-DUE, CDD-FINAL-DUE
           IF WS-TABLE-LOADED NOT = 'Y'
               PERFORM LOAD-CATEGORY-TABLE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CDD-CATEGORY))
               TO WS-WANT-CATEGORY
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-CATEGORY-IX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IX > WS-CATEGORY-USED
                      OR WS-FOUND-IX > 0
               IF WS-CT-CATEGORY(WS-CATEGORY-IX) = WS-WANT-CATEGORY
                   MOVE WS-CATEGORY-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0 OR CDD-RECEIVED IS NOT NUMERIC
               GOBACK
           END-IF
           SET CDD-KNOWN TO TRUE

           MOVE WS-CT-ACK-DAYS(WS-FOUND-IX) TO WS-STEPS
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-STEP-DATE TO CDD-ACK-DUE

           IF WS-CT-BASIS(WS-FOUND-IX) = "CALENDAR"
               COMPUTE WS-DATE-NUM = FUNCTION NUMVAL(CDD-RECEIVED)
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + WS-CT-FINAL-DAYS(WS-FOUND-IX)
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               MOVE WS-DATE-NUM TO CDD-FINAL-DUE
           ELSE
               MOVE WS-CT-FINAL-DAYS(WS-FOUND-IX) TO WS-STEPS
               PERFORM ADD-BUSINESS-DAYS
               MOVE WS-STEP-DATE TO CDD-FINAL-DUE
           END-IF
           GOBACK.

       ADD-BUSINESS-DAYS.
           MOVE CDD-RECEIVED TO WS-STEP-DATE
           PERFORM STEP-ONE-BUSINESS-DAY
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEPS.

       STEP-ONE-BUSINESS-DAY.
           CALL STATIC "BUSINESS-DATE"
               USING "NEXT", WS-STEP-DATE, WS-STEP-FLAG.

       LOAD-CATEGORY-TABLE.
           MOVE 'Y' TO WS-TABLE-LOADED
           MOVE 0 TO WS-CATEGORY-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT CATEGORY-FILE
           IF CATEGORY-FILE-STATUS = "00"
               PERFORM LOAD-ONE-CATEGORY UNTIL WS-EOF = 'Y'
               CLOSE CATEGORY-FILE
           END-IF.

       LOAD-ONE-CATEGORY.
           READ CATEGORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(CATEGORY-RECORD) TO WS-LINE-FIELDS
                   IF WS-CATEGORY-USED < 50
                      AND WS-LINE-FIELDS NOT = SPACES
                      AND WS-LINE-FIELDS(1:1) NOT = "#"
                       MOVE SPACES TO WS-CT-F1, WS-CT-F2, WS-CT-F3,
                           WS-CT-F4
                       UNSTRING WS-LINE-FIELDS DELIMITED BY ","
                           INTO WS-CT-F1, WS-CT-F2, WS-CT-F3, WS-CT-F4
                       END-UNSTRING
                       ADD 1 TO WS-CATEGORY-USED
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CT-F1))
                           TO WS-CT-CATEGORY(WS-CATEGORY-USED)
                       COMPUTE WS-CT-ACK-DAYS(WS-CATEGORY-USED) =
                           FUNCTION NUMVAL(WS-CT-F2)
                       COMPUTE WS-CT-FINAL-DAYS(WS-CATEGORY-USED) =
                           FUNCTION NUMVAL(WS-CT-F3)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CT-F4))
                           TO WS-CT-BASIS(WS-CATEGORY-USED)
                   END-IF
           END-READ.
