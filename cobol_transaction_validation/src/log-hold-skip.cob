IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-HOLD-SKIP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKIP-LOG-FILE
               ASSIGN TO "audit/legal_hold_skips.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIP-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SKIP-LOG-FILE.
       01  SKIP-LOG-RECORD       PIC X(200).
       WORKING-STORAGE SECTION.
       01  SKIP-LOG-STATUS       PIC XX.
       01  WS-CURRENT-TIMESTAMP  PIC X(21).

       LINKAGE SECTION.
       01  LHS-SOURCE            PIC X(40).
       01  LHS-ITEM              PIC X(80).
       01  LHS-MATTER            PIC X(60).

       PROCEDURE DIVISION USING LHS-SOURCE, LHS-ITEM, LHS-MATTER.
       LOG-SKIP-MAIN.
           *> Every retention, archival or purge run that leaves
           *> something in place because a legal hold covers it says
           *> so here - what was kept, by which job, under which
           *> matter - so counsel can see the hold was honoured.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN INPUT SKIP-LOG-FILE
           IF SKIP-LOG-STATUS = "35" THEN
               OPEN OUTPUT SKIP-LOG-FILE
               CLOSE SKIP-LOG-FILE
           ELSE
               CLOSE SKIP-LOG-FILE
           END-IF
           OPEN EXTEND SKIP-LOG-FILE
           MOVE SPACES TO SKIP-LOG-RECORD
           STRING WS-CURRENT-TIMESTAMP(1:8) "|"
                  WS-CURRENT-TIMESTAMP(9:6) "|"
                  FUNCTION TRIM(LHS-SOURCE) "|"
                  FUNCTION TRIM(LHS-ITEM) "|"
                  FUNCTION TRIM(LHS-MATTER)
               DELIMITED BY SIZE INTO SKIP-LOG-RECORD
           WRITE SKIP-LOG-RECORD
           CLOSE SKIP-LOG-FILE
           GOBACK.
