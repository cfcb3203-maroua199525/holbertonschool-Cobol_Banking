IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING-CHECKPOINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD     PIC X(120).
       WORKING-STORAGE SECTION.
       01  CHECKPOINT-FILE-STATUS PIC XX.
       01  WS-CHECKPOINT-FILE-NAME PIC X(80).
       01  WS-CHECKPOINT-LINE    PIC X(120).
       01  WS-CP-JOB             PIC X(40).
       01  WS-CP-PHASE           PIC X(10).
       01  WS-CP-LAST-ACCOUNT    PIC X(20).
       01  WS-CP-DONE            PIC X(12).
       01  WS-CP-DATE            PIC X(8).
       01  WS-DONE-EDIT          PIC Z(8)9.
       01  WS-DELETE-RC          PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01  PCK-FUNCTION          PIC X(5).
           *> "READ"  - return the job's checkpoint for this date
           *> "WRITE" - record the last account committed
           *> "CLEAR" - the job finished; drop the checkpoint
       01  PCK-JOB-NAME          PIC X(40).
       01  PCK-BUSINESS-DATE     PIC X(8).
       01  PCK-PHASE             PIC X(10).
       01  PCK-LAST-ACCOUNT      PIC X(20).
       01  PCK-ACCOUNTS-DONE     PIC 9(9).
       01  PCK-FOUND             PIC X.
           88  PCK-CHECKPOINT-FOUND      VALUE "Y".

       PROCEDURE DIVISION USING PCK-FUNCTION, PCK-JOB-NAME,
           PCK-BUSINESS-DATE, PCK-PHASE, PCK-LAST-ACCOUNT,
           PCK-ACCOUNTS-DONE, PCK-FOUND.
       POSTING-CHECKPOINT-MAIN.
           *> commit-interval restart point for the jobs that walk the
           *> whole accounts table - one line per job,
           *> job,phase,last-account,accounts-done,business-date
           MOVE SPACES TO WS-CHECKPOINT-FILE-NAME
           STRING "build/checkpoint_" FUNCTION TRIM(PCK-JOB-NAME)
                  ".dat"
               DELIMITED BY SIZE INTO WS-CHECKPOINT-FILE-NAME

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(PCK-FUNCTION))
               WHEN "READ"
                   PERFORM READ-POSTING-CHECKPOINT
               WHEN "WRITE"
                   PERFORM WRITE-POSTING-CHECKPOINT
               WHEN "CLEAR"
                   CALL "CBL_DELETE_FILE"
                       USING WS-CHECKPOINT-FILE-NAME
                       RETURNING WS-DELETE-RC
                   END-CALL
                   MOVE "N" TO PCK-FOUND
           END-EVALUATE
           GOBACK.

       READ-POSTING-CHECKPOINT.
           *> a checkpoint left by another business day belongs to a
           *> run that is already closed - it is not honoured. A blank
           *> last account means the phase starts from the top.
           MOVE "N" TO PCK-FOUND
           MOVE SPACES TO PCK-PHASE
           MOVE SPACES TO PCK-LAST-ACCOUNT
           MOVE 0 TO PCK-ACCOUNTS-DONE
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHECKPOINT-FILE
               AT END MOVE SPACES TO CHECKPOINT-RECORD
           END-READ
           CLOSE CHECKPOINT-FILE

           MOVE SPACES TO WS-CP-JOB WS-CP-PHASE WS-CP-LAST-ACCOUNT
               WS-CP-DONE WS-CP-DATE
           UNSTRING CHECKPOINT-RECORD DELIMITED BY ","
               INTO WS-CP-JOB, WS-CP-PHASE, WS-CP-LAST-ACCOUNT,
                    WS-CP-DONE, WS-CP-DATE
           END-UNSTRING
           IF FUNCTION TRIM(WS-CP-JOB) = FUNCTION TRIM(PCK-JOB-NAME)
              AND WS-CP-DATE = PCK-BUSINESS-DATE
              AND WS-CP-PHASE NOT = SPACES
               MOVE WS-CP-PHASE TO PCK-PHASE
               MOVE WS-CP-LAST-ACCOUNT TO PCK-LAST-ACCOUNT
               COMPUTE PCK-ACCOUNTS-DONE =
                   FUNCTION NUMVAL(WS-CP-DONE)
               MOVE "Y" TO PCK-FOUND
           END-IF.

       WRITE-POSTING-CHECKPOINT.
           MOVE PCK-ACCOUNTS-DONE TO WS-DONE-EDIT
           MOVE SPACES TO WS-CHECKPOINT-LINE
           STRING FUNCTION TRIM(PCK-JOB-NAME) ","
                  FUNCTION TRIM(PCK-PHASE) ","
                  FUNCTION TRIM(PCK-LAST-ACCOUNT) ","
                  FUNCTION TRIM(WS-DONE-EDIT) ","
                  PCK-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-CHECKPOINT-LINE
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-CHECKPOINT-LINE TO CHECKPOINT-RECORD
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           MOVE "Y" TO PCK-FOUND.
