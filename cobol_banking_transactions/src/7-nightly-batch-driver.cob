       FD  JOB-LOG.
       01  JOB-LOG-LINE         PIC X(200).
       FD  PAYLOAD-FILE.
       01  PAYLOAD-RECORD       PIC X(4000).
       FD  NOTIFY-ARCHIVE-FILE.
       01  NOTIFY-ARCHIVE-RECORD PIC X(4100).
       FD  DURATION-FILE.
       01  DURATION-RECORD      PIC X(80).
       FD  STREAM-FILE.
       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40)
           VALUE "nightly-batch-driver".
       *> the highest schema level any step of the stream needs
       01  WS-SCHEMA-MIN-VERSION PIC 9(4) VALUE 16.
       01  WS-SCHEMA-MIN-DSP     PIC Z(3)9.
       01  WS-SCHEMA-FOUND-DSP   PIC Z(3)9.
       01  JOB-LOG-STATUS       PIC XX.
       01  WS-CURRENT-TIMESTAMP PIC X(21).
       01  WS-JOB-TIMESTAMP.
       *> Step results are kept for the completion notification the
       *> monitoring endpoint receives on every outcome.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY     OCCURS 60 TIMES.
               10  WS-ST-NAME        PIC X(40).
               10  WS-ST-RC          PIC S9(4).
       01  WS-STEP-COUNT         PIC 9(2) VALUE 0.
       01  WS-ST-RC-DISPLAY      PIC -(4)9.
       01  WS-FINAL-RC           PIC 9(4) VALUE 0.
       01  WS-RUN-OUTCOME        PIC X(10).
       01  WS-NOTIFY-JSON        PIC X(4000).
       01  WS-JSON-PTR           PIC 9(4).
       01  NOTIFY-ARCHIVE-STATUS PIC XX.
       01  WS-OPS-URL            PIC X(200)
       01  WS-WARN-ONLY-FLAG     PIC X VALUE 'N'.
       01  WS-STEP-CALL-NAME     PIC X(40).

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "nightly-batch-driver".
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
           OPEN INPUT JOB-LOG
           IF JOB-LOG-STATUS = "35" THEN
               OPEN OUTPUT JOB-LOG
           PERFORM TAKE-CLOCK-SECONDS
           MOVE WS-NOW-SECS TO WS-MARK-SECS
           PERFORM CONNECT-FOR-TELEMETRY
           PERFORM CHECK-STREAM-SCHEMA

           *> The pre-flight checks gate the whole night - a no-go
           *> (missing feed, stale lock, full build/, unmapped GL type,
           *> calendar run out) stops it before any step touches data.
           IF NOT JOB-FAILED THEN
               MOVE "preflight-check" TO WS-STEP-NAME
               CALL STATIC "preflight-check"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> With a job-stream file on disk the operator's sequence
           *> runs instead of the built-in chain - skipping a step
           *> for one night or inserting a new job is a file edit,
           *> not a redeploy.
           IF NOT JOB-FAILED
               PERFORM PROBE-STREAM-FILE
               IF STREAM-FILE-PRESENT
                   PERFORM RUN-STREAM-DEFINITION
               ELSE
                   PERFORM RUN-BUILTIN-SEQUENCE
               END-IF
           END-IF

           IF JOB-FAILED THEN
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> the branch, gateway, bridge and staged-load feeds are
           *> merged into the night's transactions.dat, each line
           *> tagged with its channel; a feed past its channel's
           *> cut-off is held over to the next business date
           IF NOT JOB-FAILED THEN
               MOVE "channel-feed-merge" TO WS-STEP-NAME
               CALL STATIC "channel-feed-merge"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           IF NOT JOB-FAILED THEN
               MOVE "process-transactions" TO WS-STEP-NAME
               CALL STATIC "process-transactions"
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> The bill-payment cut-off: the day's bill payments go to
           *> each biller as a settlement file with control totals.
           IF NOT JOB-FAILED THEN
               MOVE "biller-settlement" TO WS-STEP-NAME
               CALL STATIC "biller-settlement"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Corporate clients get the day's receivables split by
           *> virtual sub-account once every credit has posted.
           IF NOT JOB-FAILED THEN
               MOVE "virtual-receivables-statement" TO WS-STEP-NAME
               CALL STATIC "virtual-receivables-statement"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> recurring-deposit installments come out of the funding
           *> accounts once the day's customer transfers have posted
           IF NOT JOB-FAILED THEN
               MOVE "recurring-deposit-collection" TO WS-STEP-NAME
               CALL STATIC "recurring-deposit-collection"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> treasury sweeps run after customer transfers and before
           *> the reconciliation sees the night's final balances
           IF NOT JOB-FAILED THEN
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> New payees paid inside their cooling-off window are the
           *> fraud desk's first look in the morning.
           IF NOT JOB-FAILED THEN
               MOVE "payee-cooling-report" TO WS-STEP-NAME
               CALL STATIC "payee-cooling-report"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> The examiners' record of every outbound payment screened,
           *> held and released today.
           IF NOT JOB-FAILED THEN
               MOVE "payment-screening-log" TO WS-STEP-NAME
               CALL STATIC "payment-screening-log"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Every surveillance step has filed its hits by now; AML
           *> cases left open past their deadline go up to the MLRO.
           IF NOT JOB-FAILED THEN
               MOVE "aml-case-escalation" TO WS-STEP-NAME
               CALL STATIC "aml-case-escalation"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> With tonight's cases and screening filed, re-rate every
           *> customer's AML risk; the rating sets how often KYC is
           *> reviewed.
           IF NOT JOB-FAILED THEN
               MOVE "aml-risk-rating" TO WS-STEP-NAME
               CALL STATIC "aml-risk-rating"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> A contact or owner change followed by a large debit or a
           *> new payee holds the account and alerts the old contact.
           IF NOT JOB-FAILED THEN
               MOVE "account-takeover-scan" TO WS-STEP-NAME
               CALL STATIC "account-takeover-scan"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Foreign indicia without a standing self-certification
           *> flag the customer's accounts as undocumented for CRS.
           IF NOT JOB-FAILED THEN
               MOVE "crs-self-cert-review" TO WS-STEP-NAME
               CALL STATIC "crs-self-cert-review"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> A doctored ledger entry must not survive the night
           *> unnoticed.
           IF NOT JOB-FAILED THEN
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Customers owed notice of a worse rate or fee hear of
           *> it, and held changes whose date has come take effect
           *> before tonight's accrual prices on them.
           IF NOT JOB-FAILED THEN
               MOVE "pricing-change-notice" TO WS-STEP-NAME
               CALL STATIC "pricing-change-notice"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> One day's interest accrues on every account so the
           *> figure a customer sees mid-month is already earned.
           IF NOT JOB-FAILED THEN
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Variable-rate loans follow the imported base rate before
           *> anything ages or prices them on tonight's figures.
           IF NOT JOB-FAILED THEN
               MOVE "loan-repricing" TO WS-STEP-NAME
               CALL STATIC "loan-repricing"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Credit control's arrears aging runs every night so a
           *> loan crossing a delinquency bucket is seen the same
           *> night it crosses.
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Loans past the charge-off point leave the loan book
           *> after the arrears report has aged them one last time.
           IF NOT JOB-FAILED THEN
               MOVE "loan-charge-off" TO WS-STEP-NAME
               CALL STATIC "loan-charge-off"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Overdrawn accounts and past-due loans join the collections
           *> queue, pending promises are proved against the ledger and
           *> the collectors get tomorrow's worklist.
           IF NOT JOB-FAILED THEN
               MOVE "collections-queue" TO WS-STEP-NAME
               CALL STATIC "collections-queue"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Withdrawal notices maturing today go to the branches,
           *> and notices left unused past their window expire.
           IF NOT JOB-FAILED THEN
               MOVE "notice-maturity-report" TO WS-STEP-NAME
               CALL STATIC "notice-maturity-report"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Recurring-deposit installments missed tonight, and every
           *> plan carrying misses, go to the branches.
           IF NOT JOB-FAILED THEN
               MOVE "rd-missed-installment-report" TO WS-STEP-NAME
               CALL STATIC "rd-missed-installment-report"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Youth-account holders reaching 18 today lose their
           *> guardian and move to the adult product; the changes go
           *> out as a feed for the next batch and the new adult
           *> customer is sent an alert.
           IF NOT JOB-FAILED THEN
               MOVE "minor-majority-conversion" TO WS-STEP-NAME
               CALL STATIC "minor-majority-conversion"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Pensions and other credits that land on a deceased
           *> customer's estate accounts after the date of death are
           *> flagged for a return decision before the estate can be
           *> released to the executor.
           IF NOT JOB-FAILED THEN
               MOVE "deceased-credit-review" TO WS-STEP-NAME
               CALL STATIC "deceased-credit-review"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Printer confirmations register new cheque books, then
           *> accounts nearly through their latest book are reordered.
           IF NOT JOB-FAILED THEN
               MOVE "cheque-book-reorder" TO WS-STEP-NAME
               CALL STATIC "cheque-book-reorder"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Lapsed cards expire, next month's expiries go to card
           *> services for reissue and the branches get tonight's
           *> blocked-card list.
           IF NOT JOB-FAILED THEN
               MOVE "card-expiry-report" TO WS-STEP-NAME
               CALL STATIC "card-expiry-report"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Effective-dated map changes apply and the unmapped-type
           *> audit runs before the trial balance relies on the map.
           IF NOT JOB-FAILED THEN
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> The day's due-to/due-from positions between branches
           *> are netted for settlement; anything that does not net
           *> bank-wide opens a reconciliation break.
           IF NOT JOB-FAILED THEN
               MOVE "interbranch-settlement" TO WS-STEP-NAME
               CALL STATIC "interbranch-settlement"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Each correspondent's statement is matched against our
           *> outbound, return and conversion legs; whatever sits on
           *> one side only opens a reconciliation break.
           IF NOT JOB-FAILED THEN
               MOVE "nostro-reconciliation" TO WS-STEP-NAME
               CALL STATIC "nostro-reconciliation"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> The day's mapped postings must prove to zero before the
           *> night is allowed to close.
           IF NOT JOB-FAILED THEN
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> On the last business day of the week the complaints
           *> aging report runs; on any other night it no-ops.
           IF NOT JOB-FAILED THEN
               MOVE "complaint-aging" TO WS-STEP-NAME
               CALL STATIC "complaint-aging"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> On the last business day of the month the month-end
           *> chain runs here; on any other night it no-ops.
           IF NOT JOB-FAILED THEN
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Last of all, the account snapshot the inquiry channels
           *> answer from if the database is down tomorrow.
           IF NOT JOB-FAILED THEN
               MOVE "account-snapshot" TO WS-STEP-NAME
               CALL STATIC "account-snapshot"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> Send the day's customer master changes to the CRM and
           *> reconcile what it has acknowledged; a held event is
           *> reported, not fatal, and goes again tomorrow.
           IF NOT JOB-FAILED THEN
               MOVE "crm-change-dispatcher" TO WS-STEP-NAME
               CALL STATIC "crm-change-dispatcher"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF

           *> With the night's reports written, burst them by branch
           *> into build/distribution and write the manifest of what
           *> goes to whom.
           IF NOT JOB-FAILED THEN
               MOVE "report-distribution" TO WS-STEP-NAME
               CALL STATIC "report-distribution"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM REPORT-STEP-RESULT
           END-IF
           CONTINUE.

       PROBE-STREAM-FILE.
               MOVE 'Y' TO WS-DB-UP-FLAG
           END-IF.

       CHECK-STREAM-SCHEMA.
           *> one check for the whole stream: an unmigrated database
           *> stops the night before the first step, not halfway
           *> through posting
           IF WS-DB-UP-FLAG NOT = 'Y'
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "WARNING: schema version not checked - "
                      "database connection failed"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-LINE
               EXIT PARAGRAPH
           END-IF
           CALL STATIC "CHECK-SCHEMA-VERSION"
               USING WS-ERROR-SOURCE, DBH, WS-SCHEMA-MIN-VERSION,
                     DB-SCHEMA-FOUND, DB-SCHEMA-RESULT
           IF NOT DB-SCHEMA-OK
               MOVE WS-SCHEMA-MIN-VERSION TO WS-SCHEMA-MIN-DSP
               MOVE DB-SCHEMA-FOUND TO WS-SCHEMA-FOUND-DSP
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ABORT: database schema version "
                      FUNCTION TRIM(WS-SCHEMA-FOUND-DSP)
                      " is below the "
                      FUNCTION TRIM(WS-SCHEMA-MIN-DSP)
                      " the job stream needs - no step was run"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-LINE
               MOVE 'Y' TO WS-JOB-FAILED-FLAG
           END-IF.

       TAKE-CLOCK-SECONDS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           COMPUTE WS-DATE-NUM =
           MOVE WS-NOW-SECS TO WS-MARK-SECS
           PERFORM RECORD-STEP-DURATION
           PERFORM CHECK-STEP-ENVELOPE
           IF WS-STEP-COUNT < 60
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-NAME TO WS-ST-NAME(WS-STEP-COUNT)
               MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-COUNT)
