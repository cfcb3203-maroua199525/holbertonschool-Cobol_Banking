           SELECT COMPLETION-FILE
               ASSIGN TO "build/month_end_completion.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROGRESS-FILE
               ASSIGN TO "build/month_end_progress.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  JOB-LOG-LINE         PIC X(200).
       FD  COMPLETION-FILE.
       01  COMPLETION-RECORD    PIC X(60).
       FD  PROGRESS-FILE.
       01  PROGRESS-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  JOB-LOG-STATUS       PIC XX.
       01  WS-COMMAND-LINE       PIC X(20).
       01  WS-FINAL-RC           PIC 9(4) VALUE 0.

       *> month_end_progress.dat: business-date,step,COMPLETED per
       *> step that finished clean. A rerun for the same business date
       *> skips those steps and picks up at the one that failed; a
       *> posting step that left a commit checkpoint resumes after its
       *> last committed account rather than from the top.
       01  PROGRESS-FILE-STATUS  PIC XX.
       01  WS-PROGRESS-EOF       PIC X.
       01  WS-DONE-TABLE.
           05  WS-DONE-STEP      PIC X(40) OCCURS 60 TIMES.
       01  WS-DONE-USED          PIC 9(2) VALUE 0.
       01  WS-DONE-IX            PIC 9(2).
       01  WS-PG-DATE            PIC X(8).
       01  WS-PG-STEP            PIC X(40).
       01  WS-PG-STATUS          PIC X(12).
       01  WS-DONE-FLAG          PIC X.
           88  STEP-DONE-EARLIER        VALUE 'Y'.
       01  WS-CHECKPOINT-NAME    PIC X(80).
       01  WS-FILE-INFO.
           05  WS-FI-SIZE       PIC X(8) COMP-X.
           05  WS-FI-DAY        PIC X COMP-X.
           05  WS-FI-MONTH      PIC X COMP-X.
           05  WS-FI-YEAR       PIC XX COMP-X.
           05  WS-FI-HOURS      PIC X COMP-X.
           05  WS-FI-MINUTES    PIC X COMP-X.
           05  WS-FI-SECONDS    PIC X COMP-X.
           05  WS-FI-HUNDREDTHS PIC X COMP-X.
       01  WS-FILE-RC            PIC S9(9) COMP-5.
       01  WS-DONE-DISPLAY       PIC Z9.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "month-end-driver".
           05  WS-ENT-RESULT    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Same step-gating discipline as nightly-batch-driver,
           *> for the work the operator used to run from a checklist.
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
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           CALL STATIC "BUSINESS-DATE"
                  WS-BUSINESS-DATE " ==="
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-LINE
           PERFORM LOAD-STEP-PROGRESS

           IF NOT JOB-FAILED THEN
               MOVE "interest-posting" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "interest-posting"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the month's withheld tax goes to the authority with its
           *> own control totals
           IF NOT JOB-FAILED THEN
               MOVE "withholding-remittance" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "withholding-remittance"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> loan installments collect right after deposit interest
           *> before its repayment debits it
           IF NOT JOB-FAILED THEN
               MOVE "loan-repayment-posting" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "loan-repayment-posting"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the credit committee's written-off and recovered book,
           *> once the month's recoveries have posted
           IF NOT JOB-FAILED THEN
               MOVE "loan-writeoff-report" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "loan-writeoff-report"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> expected-credit-loss provision on the open loan book,
           *> staged on the month-end arrears; posts the movement
           *> against last month and prints the schedule for sign-off
           IF NOT JOB-FAILED THEN
               MOVE "ecl-provisioning" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "ecl-provisioning"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the month's loan performance to the credit bureau, once
           *> the book has been charged off and provisioned
           IF NOT JOB-FAILED THEN
               MOVE "credit-bureau-extract" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "credit-bureau-extract"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "overdraft-fee-assessment" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "overdraft-fee-assessment"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> monthly maintenance fees and per-item charges over the
           *> free allowance, ahead of the waiver report so the
           *> month's relationship waivers include them
           IF NOT JOB-FAILED THEN
               MOVE "service-charge-assessment" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "service-charge-assessment"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> youth-account holders turning 18 over the next two
           *> months, and minors' accounts still without a guardian
           IF NOT JOB-FAILED THEN
               MOVE "minor-majority-report" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "minor-majority-report"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> bank drafts still outstanding six months after issue,
           *> for refund to the purchaser or escheatment
           IF NOT JOB-FAILED THEN
               MOVE "stale-draft-report" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "stale-draft-report"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> savings accounts that keep running past their
           *> withdrawal limit go to the branches as checking-product
           *> conversion candidates
           IF NOT JOB-FAILED THEN
               MOVE "savings-conversion-candidates" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "savings-conversion-candidates"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the value of relationship waivers given this month
           IF NOT JOB-FAILED THEN
               MOVE "waiver-report" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "waiver-report"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the MLRO's monthly AML case volume and time to close
           IF NOT JOB-FAILED THEN
               MOVE "aml-mlro-report" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "aml-mlro-report"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the legal holds in force and those released this quarter
           IF NOT JOB-FAILED THEN
               MOVE "legal-hold-inventory" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "legal-hold-inventory"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> who may run and submit what, for the periodic review
           *> sign-off, and anyone holding roles that must stay apart
           IF NOT JOB-FAILED THEN
               MOVE "entitlement-review" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "entitlement-review"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "segregation-of-duties" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "segregation-of-duties"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> personal data of customers long gone is erased, the
           *> ledger kept
           IF NOT JOB-FAILED THEN
               MOVE "customer-erasure" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "customer-erasure"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the quarter's complaints root-cause summary for the
           *> conduct committee, at each calendar quarter end
           IF NOT JOB-FAILED AND (WS-BUSINESS-DATE(5:2) = "03"
                   OR WS-BUSINESS-DATE(5:2) = "06"
                   OR WS-BUSINESS-DATE(5:2) = "09"
                   OR WS-BUSINESS-DATE(5:2) = "12") THEN
               MOVE "complaint-root-cause" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "complaint-root-cause"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the year's CRS/FATCA reportable-account files, once the
           *> December balances are final
           IF NOT JOB-FAILED AND WS-BUSINESS-DATE(5:2) = "12" THEN
               MOVE "crs-reportable-file" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "crs-reportable-file"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "fx-revaluation" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "fx-revaluation"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "overdraft-notice-generator" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "overdraft-notice-generator"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> month-end statement cycle and year-to-date extracts
           IF NOT JOB-FAILED THEN
               MOVE "statement-cycle-scheduler" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "statement-cycle-scheduler"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> paper statements for the mail house: one envelope per
           *> household, in postal presort order
           IF NOT JOB-FAILED THEN
               MOVE "statement-print-stream" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "statement-print-stream"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "balance-report-generator" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "balance-report-generator"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "warehouse-extract" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "warehouse-extract"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the month's contribution per customer, for the
           *> relationship managers
           IF NOT JOB-FAILED THEN
               MOVE "customer-profitability" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "customer-profitability"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "branch-scorecard" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "branch-scorecard"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "alm-gap-report" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "alm-gap-report"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the month's master data-quality scorecard and the
           *> branches' correction worklists
           IF NOT JOB-FAILED THEN
               MOVE "data-quality-scorecard" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "data-quality-scorecard"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the nightly trial balance ran before any of the postings
           *> above; prove it again from the day's opening balances so
           *> the figures the close freezes include them
           IF NOT JOB-FAILED THEN
               MOVE "gl-trial-balance" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "gl-trial-balance"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           *> the auditors' list of postings that were back-dated
           *> into closed months, then the close itself - last, so
           *> the month's trial balance is frozen only once every
           *> month-end posting above has landed
           IF NOT JOB-FAILED THEN
               MOVE "prior-period-report" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "prior-period-report"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "period-close" TO WS-STEP-NAME
               PERFORM CHECK-STEP-PROGRESS
               IF NOT STEP-DONE-EARLIER
                   CALL STATIC "period-close"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM REPORT-STEP-RESULT
               END-IF
           END-IF

           IF JOB-FAILED THEN
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       LOAD-STEP-PROGRESS.
           MOVE 0 TO WS-DONE-USED
           OPEN INPUT PROGRESS-FILE
           IF PROGRESS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PROGRESS-EOF
           PERFORM LOAD-ONE-PROGRESS-LINE UNTIL WS-PROGRESS-EOF = 'Y'
           CLOSE PROGRESS-FILE
           IF WS-DONE-USED > 0
               MOVE WS-DONE-USED TO WS-DONE-DISPLAY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Restart: " FUNCTION TRIM(WS-DONE-DISPLAY)
                      " step(s) already completed for "
                      WS-BUSINESS-DATE " are not run again"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-LINE
           END-IF.

       LOAD-ONE-PROGRESS-LINE.
           READ PROGRESS-FILE
               AT END
                   MOVE 'Y' TO WS-PROGRESS-EOF
               NOT AT END
                   MOVE SPACES TO WS-PG-DATE, WS-PG-STEP, WS-PG-STATUS
                   UNSTRING PROGRESS-RECORD DELIMITED BY ","
                       INTO WS-PG-DATE, WS-PG-STEP, WS-PG-STATUS
                   END-UNSTRING
                   IF WS-PG-DATE = WS-BUSINESS-DATE
                      AND WS-PG-STATUS = "COMPLETED"
                      AND WS-DONE-USED < 60
                       ADD 1 TO WS-DONE-USED
                       MOVE WS-PG-STEP TO WS-DONE-STEP(WS-DONE-USED)
                   END-IF
           END-READ.

       CHECK-STEP-PROGRESS.
           MOVE 'N' TO WS-DONE-FLAG
           PERFORM VARYING WS-DONE-IX FROM 1 BY 1
                   UNTIL WS-DONE-IX > WS-DONE-USED
                      OR STEP-DONE-EARLIER
               IF WS-DONE-STEP(WS-DONE-IX) = WS-STEP-NAME
                   MOVE 'Y' TO WS-DONE-FLAG
               END-IF
           END-PERFORM
           IF STEP-DONE-EARLIER
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING FUNCTION TRIM(WS-STEP-NAME)
                      ": SKIPPED - completed in an earlier run"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-LINE
               EXIT PARAGRAPH
           END-IF

           *> the step picks its own checkpoint up; the log says so
           MOVE SPACES TO WS-CHECKPOINT-NAME
           STRING "build/checkpoint_" FUNCTION TRIM(WS-STEP-NAME)
                  ".dat"
               DELIMITED BY SIZE INTO WS-CHECKPOINT-NAME
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-CHECKPOINT-NAME, WS-FILE-INFO
               RETURNING WS-FILE-RC
           IF WS-FILE-RC = 0
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING FUNCTION TRIM(WS-STEP-NAME)
                      ": restarting in resume mode from its "
                      "commit checkpoint"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-LINE
           END-IF.

       RECORD-STEP-PROGRESS.
           OPEN INPUT PROGRESS-FILE
           IF PROGRESS-FILE-STATUS = "35" THEN
               OPEN OUTPUT PROGRESS-FILE
               CLOSE PROGRESS-FILE
           ELSE
               CLOSE PROGRESS-FILE
           END-IF
           OPEN EXTEND PROGRESS-FILE
           MOVE SPACES TO PROGRESS-RECORD
           STRING WS-BUSINESS-DATE ","
                  FUNCTION TRIM(WS-STEP-NAME) ",COMPLETED"
               DELIMITED BY SIZE INTO PROGRESS-RECORD
           WRITE PROGRESS-RECORD
           CLOSE PROGRESS-FILE.

       REPORT-STEP-RESULT.
           MOVE WS-STEP-RC TO WS-STEP-RC-DISPLAY
           IF WS-STEP-RC = 0 THEN
                      FUNCTION TRIM(WS-STEP-RC-DISPLAY) ")"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-LINE
               PERFORM RECORD-STEP-PROGRESS
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING FUNCTION TRIM(WS-STEP-NAME)
