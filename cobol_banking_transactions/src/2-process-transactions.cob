               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-STMT-FILE ASSIGN TO WS-FINAL-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRAFT-PRINT-FILE ASSIGN TO WS-DRAFT-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUMULATIVE-FILE
               ASSIGN TO "build/daily_cumulative_totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "build/ddebit_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DD-RETURN-STATUS.
           SELECT CHANNEL-MERGE-FILE
               ASSIGN TO "build/channel_merge.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANNEL-MERGE-STATUS.
           SELECT CHANNEL-TOTALS-FILE
               ASSIGN TO "build/channel_totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  PART-SUMMARY-RECORD    PIC X(60).
       FD  FINAL-STMT-FILE.
       01  FINAL-STMT-LINE        PIC X(100).
       FD  DRAFT-PRINT-FILE.
       01  DRAFT-PRINT-LINE       PIC X(220).
       FD  CUMULATIVE-FILE.
       01  CUMULATIVE-RECORD      PIC X(60).
       FD  COMPLIANCE-HOLD-FILE.
       01  WAREHOUSE-RECORD       PIC X(200).
       FD  DD-RETURN-FILE.
       01  DD-RETURN-RECORD       PIC X(200).
       FD  CHANNEL-MERGE-FILE.
       01  CHANNEL-MERGE-RECORD   PIC X(200).
       FD  CHANNEL-TOTALS-FILE.
       01  CHANNEL-TOTALS-RECORD  PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       01  WS-ENV-CONNSTR       PIC X(200).
       
       01  WS-TRANSACTION-FIELDS.
           05  WS-ACTION            PIC X(20).
           05  WS-FIELD2            PIC X(20).
           05  WS-FIELD3            PIC X(50).
           05  WS-FIELD4            PIC X(20).
       
       01  WS-EOF                 PIC X VALUE 'N'.
       01  WS-ERROR-SOURCE        PIC X(40) VALUE "process-transactions".
       *> lowest database schema level this program runs against
       01  WS-SCHEMA-MIN-VERSION  PIC 9(4) VALUE 16.
       01  WS-LOCK-ACQUIRED       PIC X.
           88  LOCK-ACQUIRED              VALUE "Y".
       01  WS-LOCK-HOLDER          PIC X(120).
       01  WS-BATCH-ID            PIC X(30).
       01  WS-BATCH-ORIGIN        PIC X(30).
       01  WS-BATCH-BRANCH        PIC X(10).
       *> HEADER field 5 names the operator who submitted the file;
       *> each line's action type is checked against that operator,
       *> or against the operator running the job when none is named.
       *> A merged line carries its own channel file's branch and
       *> submitter ("GW|[branch;submitter]DEPOSIT,..."), which stand
       *> in for the header's while that line is processed.
       01  WS-SUBMIT-OPERATOR     PIC X(20).
       01  WS-HEADER-BRANCH       PIC X(10).
       01  WS-HEADER-SUBMITTER    PIC X(20).
       01  WS-ORIGIN-BLOCK        PIC X(40).
       01  WS-ORIGIN-BRANCH       PIC X(10).
       01  WS-ORIGIN-SUBMITTER    PIC X(20).
       01  WS-ACCT-BRANCH         PIC X(10).
       01  WS-CROSS-BRANCH-FLAG   PIC X.
           88  CROSS-BRANCH-ITEM        VALUE 'Y' FALSE 'N'.
       *> an item keyed at one branch for another branch's account
       *> posts, and the two branches each take a due-to/due-from
       *> leg that inter-branch settlement nets off
       01  WS-IB-DIRECTION        PIC X.
       01  WS-IB-AMOUNT           PIC S9(9)V99.
       01  WS-IB-AMOUNT-EDIT      PIC -(11)9.99.
       01  WS-IB-DUE-FROM         PIC X(10).
       01  WS-IB-DUE-TO           PIC X(10).
       01  WS-IB-COUNT            PIC 9(7) VALUE 0.
       01  WS-IB-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-BATCH-APPLIED-AT    PIC X(30).
       01  WS-REGISTRY-SQL        PIC X(300).

       01  WS-MAINT-FIELD         PIC X(20).
       01  WS-MAINT-VALUE         PIC X(100).
       01  WS-MAINT-COLUMN        PIC X(20).
       01  WS-MAINT-OLD-VALUE     PIC X(100).
       01  WS-MAINT-CHAR-I        PIC 9(3) VALUE 0.
       01  WS-MAINT-BAD-CHAR      PIC X.
       01  WS-AT-SIGN-COUNT       PIC 9(3) VALUE 0.
       01  WS-PRICING-DEBIT-DSP   PIC 9(3).99.
       01  WS-PRICING-FEE-DSP     PIC 9(5).99.
       01  WS-PRICING-SQL         PIC X(400).
       *> a change that worsens the customer's terms is held for
       *> the notice period (PRICING_NOTICE_DAYS) and written to
       *> pricing_changes for pricing-change-notice to announce
       01  WS-PRICE-NOTICE-DAYS   PIC 9(3) VALUE 30.
       01  WS-ENV-PRICE-NOTICE    PIC X(5).
       01  WS-PRICE-NOTICE-DSP    PIC ZZ9.
       01  WS-ADVERSE-FLAG        PIC X.
           88  ADVERSE-CHANGE         VALUE 'Y'.
       01  WS-CUR-PRICING         PIC X(60).
       01  WS-CUR-CREDIT-STR      PIC X(20).
       01  WS-CUR-DEBIT-STR       PIC X(20).
       01  WS-CUR-FEE-STR         PIC X(20).
       01  WS-CUR-CREDIT          PIC 9(3)V99.
       01  WS-CUR-DEBIT           PIC 9(3)V99.
       01  WS-CUR-FEE             PIC 9(5)V99.
       01  WS-DESC-OLD            PIC ZZZZ9.99.
       01  WS-DESC-NEW            PIC ZZZZ9.99.
       01  WS-CUR-RATE            PIC 9(3)V99.
       01  WS-CHANGE-DESC         PIC X(160).
       01  WS-CHANGE-PTR          PIC 9(3).
       01  WS-SCHEDULED-COUNT     PIC 9(7) VALUE 0.

       01  WS-SO-SOURCE-ACCT      PIC 9(5).
       01  WS-SO-TARGET-ACCT      PIC 9(5).
       01  WS-VALUE-DATE          PIC X(50).
       01  WS-VALUE-DATE-RESULT   PIC X.
           88  VALUE-DATE-FUTURE        VALUE 'F'.
           88  VALUE-DATE-DUE           VALUE 'D'.
       *> a back-dated item whose value date falls in a closed
       *> accounting period is re-dated to the first open day and
       *> logged as a prior-period adjustment once it has posted
       01  WS-PL-FUNCTION         PIC X(8).
       01  WS-PL-REQUESTED-DATE   PIC X(10).
       01  WS-PL-APPLIED-DATE     PIC X(10).
       01  WS-PL-SOURCE           PIC X(40)
                                  VALUE "process-transactions".
       01  WS-PL-DETAIL           PIC X(120).
       01  WS-PL-RESULT           PIC X.
           88  PERIOD-LOCK-APPLIES      VALUE 'R' 'B'.
       01  WS-PPA-COUNT           PIC 9(7) VALUE 0.
       01  WS-VD-AMOUNT           PIC S9(9)V99.
       01  WS-WAREHOUSED-COUNT    PIC 9(7) VALUE 0.

       01  WS-SCREEN-RESULT       PIC X.
       01  WS-SCREEN-MATCHED      PIC X(50).
       01  WS-SCREEN-NAME         PIC X(50).
       *> outbound bill payments and drafts screen the party paid;
       *> every screening is kept in payment_screening
       01  WS-SCREEN-CHANNEL      PIC X(8).
       01  WS-SCREEN-OUTCOME      PIC X(8).
       01  WS-HELD-FOR-SCREENING  PIC 9(5) VALUE 0.
       *> One feed file per night is no longer assumed: each run of
       *> the business date folds its movement into the cumulative
       *> totals the reconciliation pair compares against.
       01  WS-JOURNAL-AMOUNT      PIC X(20).
       01  WS-JOURNAL-SIGNED      PIC -(9)9.99.
       01  WS-CLOSE-BALANCE       PIC S9(9)V99.
       *> a deceased customer's estate account closes only as an
       *> approved estate release, settling to the executor
       01  WS-ESTATE-CLOSE        PIC X VALUE 'N'.
           88  ESTATE-CLOSURE         VALUE 'Y'.
       01  WS-CLOSE-MEMO          PIC X(40).
       01  WS-CLOSE-BAL-EDIT      PIC -(9)9.99.
       01  WS-ACCRUED-INTEREST    PIC S9(9)V99.
       01  WS-ACCRUED-DEBIT       PIC S9(9)V99.
       01  WS-PARTITION-ID        PIC X(5).
       01  WS-PART-SUMMARY-NAME   PIC X(60).
       01  WS-TOTAL-OUT-DISPLAY   PIC -(9)9.99.
       *> A merged batch (origin MERGE) tags each line with its
       *> intake channel; channel-feed-merge leaves each channel's
       *> own trailer totals in build/channel_merge.dat and they are
       *> checked here against what was read from each channel.
       01  CHANNEL-MERGE-STATUS   PIC XX.
       01  WS-CHL-TABLE.
           05  WS-CHL-ENTRY       OCCURS 20 TIMES.
               10  WS-CHL-CODE        PIC X(2).
               10  WS-CHL-STATUS      PIC X(10).
               10  WS-CHL-BATCH-ID    PIC X(40).
               10  WS-CHL-DECL-COUNT  PIC 9(7).
               10  WS-CHL-DECL-TOTAL  PIC S9(9)V99.
               10  WS-CHL-READ-COUNT  PIC 9(7).
               10  WS-CHL-READ-TOTAL  PIC S9(9)V99.
               10  WS-CHL-RESULT      PIC X(10).
               10  WS-CHL-NOTE        PIC X(100).
       01  WS-CHL-USED            PIC 9(2) VALUE 0.
       01  WS-CHL-IX              PIC 9(2).
       01  WS-CHL-HIT             PIC 9(2).
       01  WS-CHL-TOTAL-BEFORE    PIC S9(9)V99.
       01  WS-CHL-BREAKS          PIC 9(2) VALUE 0.
       01  WS-CHL-EOF             PIC X.
       01  WS-CHL-FIELDS          PIC X(200).
       01  WS-CHL-F1              PIC X(10).
       01  WS-CHL-F2              PIC X(40).
       01  WS-CHL-F3              PIC X(10).
       01  WS-CHL-F4              PIC X(40).
       01  WS-CHL-F5              PIC X(15).
       01  WS-CHL-F6              PIC X(20).
       01  WS-CHL-F7              PIC X(100).
       01  WS-CHL-COUNT-DSP       PIC Z(6)9.
       01  WS-CHL-READ-DSP        PIC Z(6)9.
       01  WS-CHL-DECL-EDIT       PIC -(9)9.99.
       01  WS-CHL-READ-EDIT       PIC -(9)9.99.
       *> Four-eyes control: a movement at or above the approval
       *> threshold is parked in pending_approvals instead of posting.
       *> Batches released by the approval desk (origin APPROVAL-DESK)
       *> bypass the intercept or they would never post.
       01  WS-HOLD-DAYS           PIC 9(3) VALUE 3.
       01  WS-ENV-HOLD-DAYS       PIC X(5).
       01  WS-ACCT-HOLD-DAYS      PIC 9(3).
       01  WS-APPROVAL-THRESHOLD  PIC 9(9)V99 VALUE 10000.00.
       01  WS-ENV-APPROVAL        PIC X(15).
       01  WS-HELD-FOR-APPROVAL   PIC 9(5) VALUE 0.
       01  WS-STG-USED            PIC 9(4) VALUE 0.
       01  WS-STG-IX              PIC 9(4).
       01  WS-ROW-DISPOSITION     PIC X(10).
       *> set when the database refuses a line's balance posting; the
       *> line is then rejected rather than left APPLIED
       01  WS-POST-FAILED         PIC X VALUE 'N'.
       *> what to tell the reject file when the failure came after
       *> money had already moved, so the line must not be re-keyed
       01  WS-POST-FAILED-NOTE    PIC X(60) VALUE SPACES.
       01  WS-CONTROL-RECORD      PIC X(200).
       01  WS-HASH-TYPE           PIC X(12).
       01  WS-HASH-AMOUNT         PIC X(20).
       01  WS-LOAN-PRODUCT        PIC X(20).
       01  WS-LOAN-RATE           PIC 9(3)V99.
       01  WS-LOAN-RATE-EDIT      PIC 9(3).99.
       *> a rate field of BASE+m.mm books a variable loan: margin
       *> m.mm over the base rate in force, repriced by loan-repricing
       *> whenever the imported base rate moves
       01  WS-LOAN-RATE-TYPE      PIC X(8).
       01  WS-LOAN-MARGIN         PIC 9(3)V99.
       01  WS-LOAN-MARGIN-EDIT    PIC 9(3).99.
       01  WS-LOAN-BASE-RATE      PIC 9(3)V9(4).
       01  WS-LOAN-TERM           PIC 9(3).
       01  WS-LOAN-K              PIC 9(3).
       01  WS-LOAN-PERIOD-RATE    PIC 9V9(9).
       01  WS-LOANDISB-COUNT      PIC 9(7) VALUE 0.
       01  WS-LOANDISB-TOTAL      PIC S9(9)V99 VALUE 0.

       *> Early payoff settles a loan against the live quote issued
       *> by loan-payoff-quote; each component posts as its own
       *> GL-mapped leg against the linked deposit account.
       01  WS-PAYOFF-PRIN         PIC S9(9)V99.
       01  WS-PAYOFF-INT          PIC S9(9)V99.
       01  WS-PAYOFF-PEN          PIC S9(9)V99.
       01  WS-PAYOFF-FEE          PIC S9(9)V99.
       01  WS-PAYOFF-TOTAL        PIC S9(9)V99.
       01  WS-PAYOFF-LEG          PIC S9(9)V99.
       01  WS-PAYOFF-LEG-EDIT     PIC 9(7).99.
       01  WS-PAYOFF-DETAIL       PIC X(120).
       01  WS-PAYOFF-F1           PIC X(20).
       01  WS-PAYOFF-F2           PIC X(20).
       01  WS-PAYOFF-F3           PIC X(20).
       01  WS-PAYOFF-F4           PIC X(20).
       01  WS-PAYOFF-F5           PIC X(20).
       01  WS-LOANPAYOFF-COUNT    PIC 9(7) VALUE 0.
       01  WS-LOANPAYOFF-TOTAL    PIC S9(9)V99 VALUE 0.

       *> Direct-debit collections pull against the mandate registry;
       *> an unfunded pull generates a return record to the
       *> originator instead of vanishing into the reject file.
       *> parks on the pay/no-pay decision queue instead of paying.
       01  WS-PP-ENROLLED         PIC X.
       01  WS-PP-QUEUED-COUNT     PIC 9(7) VALUE 0.
       *> Bank drafts: the bank's own cheque, bought at the counter.
       *> The purchase sits in drafts payable and bank_drafts is the
       *> outstanding-draft register until the draft is presented,
       *> refunded or escheated.
       01  WS-DRAFT-NO            PIC 9(9).
       01  WS-DRAFT-PAYEE         PIC X(50).
       01  WS-DRAFT-STATUS        PIC X(12).
       01  WS-DRAFT-STALE         PIC X(5).
       01  WS-DRAFT-ACTION        PIC X(10).
       01  WS-DRAFT-REG-AMOUNT    PIC S9(9)V99.
       01  WS-DRAFT-DETAIL        PIC X(100).
       01  WS-DRAFT-F1            PIC X(20).
       01  WS-DRAFT-F2            PIC X(20).
       01  WS-DRAFT-F3            PIC X(20).
       01  WS-DRAFT-F4            PIC X(20).
       01  WS-DRAFT-TX-TYPE       PIC X(12).
       01  WS-DRAFT-MEMO          PIC X(40).
       01  WS-DRAFT-PRINT-NAME    PIC X(80).
       01  WS-DRAFT-FORMATTED     PIC X(20).
       01  WS-DRAFT-WORDS         PIC X(200).
       01  WS-DRAFT-COUNT         PIC 9(7) VALUE 0.
       01  WS-DRAFT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-DRAFTPAY-COUNT      PIC 9(7) VALUE 0.
       01  WS-DRAFTSTALE-COUNT    PIC 9(7) VALUE 0.
       *> Bill payment: BILLER lines keep the biller directory;
       *> BILLPAY debits the customer and queues the payment, under
       *> its own reference, for that biller's settlement file.
       01  WS-BILLER-ID           PIC X(12).
       01  WS-BILLER-NAME         PIC X(50).
       01  WS-BILLER-SETTLE-ACCT  PIC X(20).
       01  WS-BILLER-FORMAT       PIC X(30).
       01  WS-BILLER-CHECK        PIC X(5).
       01  WS-BILLER-STATUS       PIC X(10).
       01  WS-BILLER-REF          PIC X(30).
       01  WS-BILLER-REF-RESULT   PIC X.
       01  WS-BILLER-DETAIL       PIC X(100).
       01  WS-BILLER-MEMO         PIC X(60).
       01  WS-BILLER-COUNT        PIC 9(7) VALUE 0.
       01  WS-BILLPAY-COUNT       PIC 9(7) VALUE 0.
       01  WS-BILLPAY-TOTAL       PIC S9(9)V99 VALUE 0.
       *> Registered payees: PAYEE lines add or remove a payee
       *> for an account; a new payee cools off for
       *> PAYEE_COOLING_HOURS before transfers to it run uncapped.
       01  WS-PAYEE-NAME          PIC X(50).
       01  WS-PAYEE-ACCT          PIC X(20).
       01  WS-PAYEE-COOLING-HOURS PIC 9(3) VALUE 24.
       01  WS-ENV-PAYEE-HOURS     PIC X(5).
       01  WS-PAYEE-COUNT         PIC 9(7) VALUE 0.
       *> Virtual sub-accounts: a corporate client's receivables
       *> numbers (VIRTUAL lines) credit the real master account and
       *> keep their own reference and running total.
       01  WS-VIRTUAL-PREFIX      PIC X(2) VALUE "VA".
       01  WS-VIRTUAL-ID          PIC X(20).
       01  WS-VIRTUAL-LABEL       PIC X(50).
       01  WS-VIRTUAL-MASTER      PIC X(20).
       01  WS-VIRTUAL-STATUS      PIC X(10).
       01  WS-VIRTUAL-DETAIL      PIC X(60).
       01  WS-VIRTUAL-MEMO        PIC X(40).
       01  WS-VIRTUAL-COUNT       PIC 9(7) VALUE 0.
       01  WS-VIRTUAL-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-VIRTUALMAINT-COUNT  PIC 9(7) VALUE 0.
       *> Joint ownership: account_owners carries every named owner
       *> and role; accounts.customer_id stays in step with the
       *> PRIMARY owner for the programs that still read it.
       01  WS-OWNER-ROLE          PIC X(12).
       01  WS-OWNERMAINT-COUNT    PIC 9(7) VALUE 0.
       *> Every accepted CUSTMAINT, OWNERMAINT and MAILSTOP change
       *> is queued for the CRM with what it replaced.
       01  WS-CRM-SOURCE          PIC X(12).
       01  WS-CRM-CUSTOMER        PIC X(20).
       01  WS-CRM-ACCOUNT         PIC X(20).
       01  WS-CRM-FIELD           PIC X(20).
       01  WS-CRM-OLD-VALUE       PIC X(100).
       01  WS-CRM-NEW-VALUE       PIC X(100).
       01  WS-CRM-DETAIL          PIC X(60).
       *> Balance-banded pricing: each RATEBAND line adds one band
       *> (ceiling + rate) to the account's schedule; interest is
       *> computed band by band by the accrual engine.
       01  WS-MEMO-EXPIRY         PIC X(10).
       01  WS-MEMO-TEXT           PIC X(150).
       01  WS-MEMO-COUNT          PIC 9(7) VALUE 0.
       *> Complaints register: each complaint takes its acknowledgment
       *> and final-response due dates from its category's clock and
       *> is filed against the branch that keeps the account.
       01  WS-CMP-CATEGORY        PIC X(10).
       01  WS-CMP-RECEIVED        PIC X(8).
       01  WS-CMP-ACK-DUE         PIC X(8).
       01  WS-CMP-FINAL-DUE       PIC X(8).
       01  WS-CMP-RESULT          PIC X.
       01  WS-CMP-ACCOUNT         PIC X(12).
       01  WS-CMP-BRANCH          PIC X(10).
       01  WS-CMP-TEXT            PIC X(150).
       01  WS-COMPLAINT-COUNT     PIC 9(7) VALUE 0.
       *> Debit cards: the register keys each card on a one-way
       *> hash of its full number and keeps the masked number (first
       *> six and last four digits) only for display, against the
       *> account and the owner the card was issued to - the full
       *> number never reaches the book. LOST-STOLEN is final; such
       *> a card is only ever replaced, never unblocked.
       01  WS-CARD-PAN            PIC X(20).
       01  WS-CARD-PAN-LEN        PIC 9(2).
       01  WS-CARD-STARS          PIC 9(2).
       01  WS-CARD-VALID          PIC X.
       01  WS-CARD-MASKED         PIC X(19).
       01  WS-CARD-OLD-MASKED     PIC X(19).
       01  WS-CARD-HASH           PIC X(64).
       01  WS-CARD-OLD-HASH       PIC X(64).
       01  WS-CARD-NEW-HASH       PIC X(64).
       01  WS-CARD-HASH-RESULT    PIC X.
       01  WS-CARD-MATCHES        PIC 9(5).
       01  WS-CARD-LOCATED        PIC X.
       01  WS-CARD-EXPIRY         PIC X(7).
       01  WS-CARD-EXPIRY-MM      PIC 99.
       01  WS-CARD-REASON         PIC X(10).
       01  WS-CARD-STATUS         PIC X(12).
       01  WS-CARD-NEW-STATUS     PIC X(12).
       01  WS-CARD-ACCOUNT        PIC 9(5).
       01  WS-CARD-CUSTOMER       PIC 9(5).
       01  WS-CARD-PARTS          PIC X(140).
       01  WS-CARD-PART1          PIC X(12).
       01  WS-CARD-PART2          PIC X(12).
       01  WS-CARD-PART3          PIC X(12).
       01  WS-CARD-PART4          PIC X(64).
       01  WS-CARD-PART5          PIC X(12).
       01  WS-CARD-LEGACY-CLAUSE  PIC X(22) VALUE SPACES.
       01  WS-CARD-COUNT          PIC 9(7) VALUE 0.
       *> collector contact outcomes against the collections queue
       01  WS-COLL-ITEM-ID        PIC 9(9).
       01  WS-COLL-OUTCOME        PIC X(12).
       01  WS-COLL-PTP-AMOUNT     PIC 9(9)V99.
       01  WS-COLL-PTP-EDIT       PIC 9(9).99.
       01  WS-COLL-PTP-DATE       PIC X(10).
       01  WS-COLL-ACCOUNT        PIC X(20).
       01  WS-COLL-NOTE           PIC X(150).
       01  WS-COLLECT-COUNT       PIC 9(7) VALUE 0.
       *> withdrawal notices given on notice products
       01  WS-NOTICE-AMOUNT       PIC 9(9)V99.
       01  WS-NOTICE-EDIT         PIC 9(9).99.
       01  WS-NOTICE-DATE         PIC X(10).
       01  WS-NOTICE-DATE-NUM     PIC 9(8).
       01  WS-NOTICE-DAYS         PIC 9(3).
       01  WS-NOTICE-DAYS-GIVEN   PIC S9(7).
       01  WS-NOTICE-COUNT        PIC 9(7) VALUE 0.
       *> death notifications: sole accounts freeze into the estate,
       *> joint accounts pass to the surviving owners
       01  WS-DEATH-DATE          PIC X(10).
       01  WS-DEATH-SOLE          PIC 9(5).
       01  WS-DEATH-JOINT         PIC 9(5).
       01  WS-DECEASED-COUNT      PIC 9(7) VALUE 0.
       *> recurring-deposit plans put on by PRODUCT: the product
       *> gives the collection day, term and default installment
       01  WS-PROD-DETAIL         PIC X(80).
       01  WS-PROD-CLASS          PIC X(12).
       01  WS-PROD-F2             PIC X(20).
       01  WS-PROD-F3             PIC X(20).
       01  WS-PROD-F4             PIC X(20).
       01  WS-RD-DAY              PIC 9(2).
       01  WS-RD-TERM             PIC 9(3).
       01  WS-RD-INSTALLMENT      PIC 9(7)V99.
       01  WS-RD-INST-EDIT        PIC 9(7).99.
       01  WS-RD-ACCOUNT          PIC 9(5).
       01  WS-RD-FUNDING          PIC 9(5).
       01  WS-RD-YEAR             PIC 9(4).
       01  WS-RD-MONTH            PIC 9(2).
       01  WS-RD-MONTHS           PIC 9(6).
       01  WS-RD-FIRST-DUE        PIC X(10).
       01  WS-RD-MATURITY         PIC X(10).
       *> weekend and holiday value dates roll per the product's
       *> convention before the due/future decision; the roll log
       *> keeps requested and rolled dates side by side
       01  WS-DEPOSIT-COUNT       PIC 9(7) VALUE 0.
       01  WS-DEPOSIT-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-WITHDRAW-COUNT      PIC 9(7) VALUE 0.
       *> savings products that cap withdrawals per statement cycle
       01  WS-SAVWD-FUNCTION      PIC X(8).
       01  WS-SAVWD-RESULT        PIC X.
       01  WS-SAVWD-FEE           PIC S9(9)V99.
       01  WS-SAVWD-FEE-EDIT      PIC 9(7).99.
       01  WS-SAVWD-COUNT         PIC 9(5).
       01  WS-SAVWD-LIMIT         PIC 9(5).
       01  WS-SAVWD-FEE-COUNT     PIC 9(7) VALUE 0.
       *> notice products pay out against a matured notice, or at
       *> interest in lieu of notice where the product allows it
       01  WS-NOTWD-FUNCTION      PIC X(8).
       01  WS-NOTWD-RESULT        PIC X.
       01  WS-NOTWD-AMOUNT        PIC S9(9)V99.
       01  WS-NOTWD-PENALTY       PIC S9(9)V99.
       01  WS-NOTWD-PEN-EDIT      PIC 9(7).99.
       01  WS-NOTWD-DAYS          PIC 9(3).
       01  WS-NOTWD-PEN-COUNT     PIC 9(7) VALUE 0.
       *> youth products need a guardian and cap the day's debits
       01  WS-MINWD-RESULT        PIC X.
       01  WS-MINWD-LIMIT         PIC S9(9)V99.
       01  WS-MINWD-LIMIT-EDIT    PIC Z(6)9.99.
       01  WS-WITHDRAW-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-CUSTMAINT-COUNT     PIC 9(7) VALUE 0.

       *> the run is refused unless the entitlement matrix lets
       *> the signed-on operator run this program
       01  WS-ENTITLEMENT.
           05  WS-ENT-KIND      PIC X(10) VALUE "PROGRAM".
           05  WS-ENT-OPERATOR  PIC X(20).
           05  WS-ENT-OBJECT    PIC X(40)
               VALUE "process-transactions".
           05  WS-ENT-RESULT    PIC X.
       *> and each line's action type must be one a role held by
       *> that operator may submit
       01  WS-ACTION-ENTITLEMENT.
           05  WS-ACT-ENT-KIND  PIC X(10) VALUE "ACTION".
           05  WS-ACT-ENT-OBJECT PIC X(40).
           05  WS-ACT-ENT-RESULT PIC X.
           05  WS-ACT-ENT-SUBMITTER PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
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
           CALL STATIC "GET-OPERATOR-ID" USING WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-SUBMIT-OPERATOR
           MOVE SPACES TO WS-ENV-BULK-MODE
           ACCEPT WS-ENV-BULK-MODE FROM ENVIRONMENT "TX_BULK_MODE"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-BULK-MODE))
               COMPUTE WS-HOLD-DAYS =
                   FUNCTION NUMVAL(WS-ENV-HOLD-DAYS)
           END-IF
           MOVE SPACES TO WS-ENV-PRICE-NOTICE
           ACCEPT WS-ENV-PRICE-NOTICE FROM ENVIRONMENT
               "PRICING_NOTICE_DAYS"
           IF WS-ENV-PRICE-NOTICE NOT = SPACES
               COMPUTE WS-PRICE-NOTICE-DAYS =
                   FUNCTION NUMVAL(WS-ENV-PRICE-NOTICE)
           END-IF
           MOVE WS-PRICE-NOTICE-DAYS TO WS-PRICE-NOTICE-DSP
           MOVE SPACES TO WS-ENV-PAYEE-HOURS
           ACCEPT WS-ENV-PAYEE-HOURS FROM ENVIRONMENT
               "PAYEE_COOLING_HOURS"
           IF WS-ENV-PAYEE-HOURS NOT = SPACES
               COMPUTE WS-PAYEE-COOLING-HOURS =
                   FUNCTION NUMVAL(WS-ENV-PAYEE-HOURS)
           END-IF
           MOVE SPACES TO WS-ENV-APPROVAL
           ACCEPT WS-ENV-APPROVAL FROM ENVIRONMENT
               "APPROVAL_THRESHOLD"
           IF STAGED-MODE-ON
               OPEN OUTPUT REJECT-FILE
               PERFORM STAGED-READ-CONTROL
               PERFORM LOAD-CHANNEL-CONTROL
               PERFORM LOAD-STAGED-ROWS
               IF BULK-MODE-ON
                   PERFORM PRESCAN-STAGED-BULK
           ELSE
               PERFORM OPEN-TRANSACTION-FILE
               PERFORM READ-HEADER-RECORD
               PERFORM LOAD-CHANNEL-CONTROL
               PERFORM PROCESS-TRANSACTIONS
                   UNTIL WS-EOF = 'Y' OR WS-SAW-TRAILER = 'Y'
           END-IF
           END-IF
           PERFORM REGISTER-APPLIED-BATCH
           PERFORM DISPLAY-TYPE-SUBTOTALS
           PERFORM DISPLAY-CHANNEL-SUMMARY
           IF WS-PARTITION-ID NOT = SPACES
               PERFORM WRITE-PARTITION-SUMMARY
           END-IF
           MOVE FUNCTION TRIM(WS-FIELD2) TO WS-BATCH-ID
           MOVE FUNCTION TRIM(WS-FIELD3) TO WS-BATCH-ORIGIN
           MOVE FUNCTION TRIM(WS-FIELD4) TO WS-BATCH-BRANCH
           PERFORM SET-SUBMIT-OPERATOR
           PERFORM CHECK-BATCH-REGISTRY

           MOVE SPACES TO SQL-COMMAND

       PROCESS-STAGED-ROW.
           MOVE WS-STG-RECORD(WS-STG-IX) TO TRANSACTION-RECORD
           PERFORM FIND-LINE-CHANNEL
           MOVE "APPLIED" TO WS-ROW-DISPOSITION
           PERFORM PARSE-TRANSACTION-LINE
           IF NOT PTL-VALID
               END-IF
           END-IF
           ADD 1 TO WS-ACTUAL-COUNT
           PERFORM TALLY-LINE-CHANNEL
           IF WS-ROW-DISPOSITION NOT = "LOADED"
               PERFORM MARK-STAGED-ROW
           END-IF.
               IF WS-BATCH-BRANCH NOT = SPACES
                   DISPLAY "Branch batch: " WS-BATCH-BRANCH
               END-IF
               *> HEADER,batch-id,origin,branch,submitted-by
               PERFORM SET-SUBMIT-OPERATOR
               PERFORM CHECK-BATCH-REGISTRY
           END-IF.

       SET-SUBMIT-OPERATOR.
           IF WS-FIELD5 = SPACES
               MOVE WS-OPERATOR-ID TO WS-SUBMIT-OPERATOR
           ELSE
               MOVE FUNCTION TRIM(WS-FIELD5) TO WS-SUBMIT-OPERATOR
               DISPLAY "Batch submitted by: "
                       FUNCTION TRIM(WS-SUBMIT-OPERATOR)
           END-IF
           MOVE WS-BATCH-BRANCH TO WS-HEADER-BRANCH
           MOVE WS-SUBMIT-OPERATOR TO WS-HEADER-SUBMITTER.

       CHECK-LINE-ENTITLEMENT.
           *> the named submitter must be entitled to the action. The
           *> name is only what the file says, so when it is not the
           *> operator running the job, that operator must also be
           *> allowed to carry the action and to act for the submitter
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION))
               TO WS-ACT-ENT-OBJECT
           MOVE "ACTION" TO WS-ACT-ENT-KIND
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ACT-ENT-KIND, WS-SUBMIT-OPERATOR,
                     WS-ACT-ENT-OBJECT, WS-ACT-ENT-RESULT
           IF WS-ACT-ENT-RESULT NOT = "Y"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "operator " FUNCTION TRIM(WS-SUBMIT-OPERATOR)
                      " not entitled to submit "
                      FUNCTION TRIM(WS-ACT-ENT-OBJECT)
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUBMIT-OPERATOR))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPERATOR-ID))
               EXIT PARAGRAPH
           END-IF
           MOVE "CARRY" TO WS-ACT-ENT-KIND
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ACT-ENT-KIND, WS-OPERATOR-ID,
                     WS-ACT-ENT-OBJECT, WS-ACT-ENT-RESULT
           IF WS-ACT-ENT-RESULT NOT = "Y"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "run operator " FUNCTION TRIM(WS-OPERATOR-ID)
                      " not entitled to carry "
                      FUNCTION TRIM(WS-ACT-ENT-OBJECT)
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "SUBMIT" TO WS-ACT-ENT-KIND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUBMIT-OPERATOR))
               TO WS-ACT-ENT-SUBMITTER
           CALL STATIC "CHECK-ENTITLEMENT"
               USING WS-ACT-ENT-KIND, WS-OPERATOR-ID,
                     WS-ACT-ENT-SUBMITTER, WS-ACT-ENT-RESULT
           IF WS-ACT-ENT-RESULT NOT = "Y"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "run operator " FUNCTION TRIM(WS-OPERATOR-ID)
                      " may not act for "
                      FUNCTION TRIM(WS-SUBMIT-OPERATOR)
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       SET-LINE-ORIGIN.
           *> "GW|[branch;submitter]..." - the channel file's own
           *> header values; a line without them takes the batch
           *> header's
           MOVE WS-HEADER-BRANCH TO WS-BATCH-BRANCH
           MOVE WS-HEADER-SUBMITTER TO WS-SUBMIT-OPERATOR
           IF TRANSACTION-RECORD(3:1) NOT = "|"
              OR TRANSACTION-RECORD(4:1) NOT = "["
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ORIGIN-BLOCK, WS-ORIGIN-BRANCH,
               WS-ORIGIN-SUBMITTER
           UNSTRING TRANSACTION-RECORD(5:) DELIMITED BY "]"
               INTO WS-ORIGIN-BLOCK
           END-UNSTRING
           UNSTRING WS-ORIGIN-BLOCK DELIMITED BY ";"
               INTO WS-ORIGIN-BRANCH, WS-ORIGIN-SUBMITTER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-ORIGIN-BRANCH) TO WS-BATCH-BRANCH
           IF WS-ORIGIN-SUBMITTER NOT = SPACES
               MOVE FUNCTION TRIM(WS-ORIGIN-SUBMITTER)
                   TO WS-SUBMIT-OPERATOR
           END-IF.

       CHECK-BATCH-REGISTRY.
           IF WS-BATCH-ID = SPACES
               DISPLAY "WARNING: batch header carries no batch id - "
                           FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                           " total."
               END-IF
           END-IF
           IF WS-CHL-USED > 0
               PERFORM VALIDATE-CHANNEL-TOTALS
           END-IF.

       LOAD-CHANNEL-CONTROL.
           *> MERGE,batch-id,business-date then one line per channel
           *> file: CHANNEL,code,status,batch-id,count,total,note
           *> a partition slice is checked whole by the consolidator
           MOVE 0 TO WS-CHL-USED
           IF FUNCTION TRIM(WS-BATCH-ORIGIN) NOT = "MERGE"
              OR WS-PARTITION-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHANNEL-MERGE-FILE
           IF CHANNEL-MERGE-STATUS NOT = "00"
               DISPLAY "WARNING: merged batch but no "
                       "build/channel_merge.dat - channel totals "
                       "not checked."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CHL-EOF
           READ CHANNEL-MERGE-FILE
               AT END
                   MOVE 'Y' TO WS-CHL-EOF
           END-READ
           IF WS-CHL-EOF = 'N'
               PERFORM SPLIT-CHANNEL-CONTROL
           END-IF
           IF WS-CHL-EOF = 'Y'
              OR FUNCTION TRIM(WS-CHL-F1) NOT = "MERGE"
              OR FUNCTION TRIM(WS-CHL-F2) NOT = WS-BATCH-ID
               DISPLAY "WARNING: build/channel_merge.dat is not for "
                       "batch " FUNCTION TRIM(WS-BATCH-ID)
                       " - channel totals not checked."
               CLOSE CHANNEL-MERGE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHANNEL-CONTROL UNTIL WS-CHL-EOF = 'Y'
           CLOSE CHANNEL-MERGE-FILE.

       READ-CHANNEL-CONTROL.
           READ CHANNEL-MERGE-FILE
               AT END
                   MOVE 'Y' TO WS-CHL-EOF
               NOT AT END
                   PERFORM SPLIT-CHANNEL-CONTROL
                   IF FUNCTION TRIM(WS-CHL-F1) = "CHANNEL"
                       PERFORM STORE-CHANNEL-CONTROL
                   END-IF
           END-READ.

       SPLIT-CHANNEL-CONTROL.
           MOVE SPACES TO WS-CHL-F1, WS-CHL-F2, WS-CHL-F3, WS-CHL-F4,
               WS-CHL-F5, WS-CHL-F6, WS-CHL-F7
           MOVE FUNCTION TRIM(CHANNEL-MERGE-RECORD) TO WS-CHL-FIELDS
           UNSTRING WS-CHL-FIELDS DELIMITED BY ","
               INTO WS-CHL-F1, WS-CHL-F2, WS-CHL-F3, WS-CHL-F4,
                    WS-CHL-F5, WS-CHL-F6, WS-CHL-F7
           END-UNSTRING.

       STORE-CHANNEL-CONTROL.
           *> a channel can merge two files - one held over from an
           *> earlier night and tonight's own - checked as one
           MOVE 0 TO WS-CHL-HIT
           IF FUNCTION TRIM(WS-CHL-F3) = "MERGED"
               PERFORM VARYING WS-CHL-IX FROM 1 BY 1
                       UNTIL WS-CHL-IX > WS-CHL-USED
                   IF WS-CHL-CODE(WS-CHL-IX) = WS-CHL-F2(1:2)
                      AND WS-CHL-STATUS(WS-CHL-IX) = "MERGED"
                       MOVE WS-CHL-IX TO WS-CHL-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CHL-HIT > 0
               COMPUTE WS-CHL-DECL-COUNT(WS-CHL-HIT) =
                   WS-CHL-DECL-COUNT(WS-CHL-HIT)
                   + FUNCTION NUMVAL(WS-CHL-F5)
               COMPUTE WS-CHL-DECL-TOTAL(WS-CHL-HIT) =
                   WS-CHL-DECL-TOTAL(WS-CHL-HIT)
                   + FUNCTION NUMVAL(WS-CHL-F6)
               MOVE SPACES TO WS-CHL-FIELDS
               STRING FUNCTION TRIM(WS-CHL-BATCH-ID(WS-CHL-HIT)) "+"
                      FUNCTION TRIM(WS-CHL-F4)
                   DELIMITED BY SIZE INTO WS-CHL-FIELDS
               MOVE WS-CHL-FIELDS TO WS-CHL-BATCH-ID(WS-CHL-HIT)
               EXIT PARAGRAPH
           END-IF
           IF WS-CHL-USED >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHL-USED
           MOVE WS-CHL-F2(1:2) TO WS-CHL-CODE(WS-CHL-USED)
           MOVE WS-CHL-F3 TO WS-CHL-STATUS(WS-CHL-USED)
           MOVE WS-CHL-F4 TO WS-CHL-BATCH-ID(WS-CHL-USED)
           COMPUTE WS-CHL-DECL-COUNT(WS-CHL-USED) =
               FUNCTION NUMVAL(WS-CHL-F5)
           COMPUTE WS-CHL-DECL-TOTAL(WS-CHL-USED) =
               FUNCTION NUMVAL(WS-CHL-F6)
           MOVE 0 TO WS-CHL-READ-COUNT(WS-CHL-USED),
               WS-CHL-READ-TOTAL(WS-CHL-USED)
           MOVE SPACES TO WS-CHL-RESULT(WS-CHL-USED)
           MOVE WS-CHL-F7 TO WS-CHL-NOTE(WS-CHL-USED).

       FIND-LINE-CHANNEL.
           *> "GW|DEPOSIT,..." - the line's channel, if it carries one
           PERFORM SET-LINE-ORIGIN
           MOVE 0 TO WS-CHL-HIT
           MOVE WS-ACTUAL-TOTAL TO WS-CHL-TOTAL-BEFORE
           IF WS-CHL-USED = 0 OR TRANSACTION-RECORD(3:1) NOT = "|"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHL-IX FROM 1 BY 1
                   UNTIL WS-CHL-IX > WS-CHL-USED OR WS-CHL-HIT > 0
               IF WS-CHL-CODE(WS-CHL-IX) = TRANSACTION-RECORD(1:2)
                  AND WS-CHL-STATUS(WS-CHL-IX) = "MERGED"
                   MOVE WS-CHL-IX TO WS-CHL-HIT
               END-IF
           END-PERFORM.

       TALLY-LINE-CHANNEL.
           IF WS-CHL-HIT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHL-READ-COUNT(WS-CHL-HIT)
           COMPUTE WS-CHL-READ-TOTAL(WS-CHL-HIT) =
               WS-CHL-READ-TOTAL(WS-CHL-HIT)
               + WS-ACTUAL-TOTAL - WS-CHL-TOTAL-BEFORE.

       VALIDATE-CHANNEL-TOTALS.
           MOVE 0 TO WS-CHL-BREAKS
           PERFORM CHECK-ONE-CHANNEL
               VARYING WS-CHL-IX FROM 1 BY 1
               UNTIL WS-CHL-IX > WS-CHL-USED
           IF WS-CHL-BREAKS > 0
               DISPLAY "ABORT: " WS-CHL-BREAKS " intake channel(s) "
                       "do not match their own control totals."
               MOVE 4 TO RETURN-CODE
           END-IF.

       CHECK-ONE-CHANNEL.
           IF WS-CHL-STATUS(WS-CHL-IX) NOT = "MERGED"
               MOVE WS-CHL-STATUS(WS-CHL-IX) TO WS-CHL-RESULT(WS-CHL-IX)
               EXIT PARAGRAPH
           END-IF
           IF WS-CHL-READ-COUNT(WS-CHL-IX)
                   = WS-CHL-DECL-COUNT(WS-CHL-IX)
              AND WS-CHL-READ-TOTAL(WS-CHL-IX)
                   = WS-CHL-DECL-TOTAL(WS-CHL-IX)
               MOVE "OK" TO WS-CHL-RESULT(WS-CHL-IX)
           ELSE
               MOVE "MISMATCH" TO WS-CHL-RESULT(WS-CHL-IX)
               ADD 1 TO WS-CHL-BREAKS
           END-IF.

       DISPLAY-CHANNEL-SUMMARY.
           *> build/channel_totals.dat always describes the last
           *> batch posted - a batch that was not merged clears it
           IF WS-PARTITION-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CHL-USED = 0
               CALL "CBL_DELETE_FILE" USING "build/channel_totals.dat"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHANNEL-TOTALS-FILE
           MOVE SPACES TO CHANNEL-TOTALS-RECORD
           STRING "BATCH," FUNCTION TRIM(WS-BATCH-ID)
               DELIMITED BY SIZE INTO CHANNEL-TOTALS-RECORD
           WRITE CHANNEL-TOTALS-RECORD
           DISPLAY " "
           DISPLAY "--- INTAKE BY CHANNEL ---"
           PERFORM DISPLAY-ONE-CHANNEL
               VARYING WS-CHL-IX FROM 1 BY 1
               UNTIL WS-CHL-IX > WS-CHL-USED
           CLOSE CHANNEL-TOTALS-FILE.

       DISPLAY-ONE-CHANNEL.
           MOVE WS-CHL-DECL-COUNT(WS-CHL-IX) TO WS-CHL-COUNT-DSP
           MOVE WS-CHL-DECL-TOTAL(WS-CHL-IX) TO WS-CHL-DECL-EDIT
           MOVE WS-CHL-READ-COUNT(WS-CHL-IX) TO WS-CHL-READ-DSP
           MOVE WS-CHL-READ-TOTAL(WS-CHL-IX) TO WS-CHL-READ-EDIT
           IF WS-CHL-STATUS(WS-CHL-IX) = "MERGED"
               DISPLAY "  " WS-CHL-CODE(WS-CHL-IX) " "
                       FUNCTION TRIM(WS-CHL-BATCH-ID(WS-CHL-IX))
                       ": trailer "
                       FUNCTION TRIM(WS-CHL-COUNT-DSP) " / "
                       FUNCTION TRIM(WS-CHL-DECL-EDIT)
                       ", read "
                       FUNCTION TRIM(WS-CHL-READ-DSP) " / "
                       FUNCTION TRIM(WS-CHL-READ-EDIT) " - "
                       FUNCTION TRIM(WS-CHL-RESULT(WS-CHL-IX))
           ELSE
               DISPLAY "  " WS-CHL-CODE(WS-CHL-IX) " "
                       FUNCTION TRIM(WS-CHL-STATUS(WS-CHL-IX)) ": "
                       FUNCTION TRIM(WS-CHL-NOTE(WS-CHL-IX))
           END-IF
           *> code,status,batch-id,trailer count,trailer total,
           *> read count,read total,result,note
           MOVE SPACES TO CHANNEL-TOTALS-RECORD
           STRING WS-CHL-CODE(WS-CHL-IX) ","
                  FUNCTION TRIM(WS-CHL-STATUS(WS-CHL-IX)) ","
                  FUNCTION TRIM(WS-CHL-BATCH-ID(WS-CHL-IX)) ","
                  FUNCTION TRIM(WS-CHL-COUNT-DSP) ","
                  FUNCTION TRIM(WS-CHL-DECL-EDIT) ","
                  FUNCTION TRIM(WS-CHL-READ-DSP) ","
                  FUNCTION TRIM(WS-CHL-READ-EDIT) ","
                  FUNCTION TRIM(WS-CHL-RESULT(WS-CHL-IX)) ","
                  FUNCTION TRIM(WS-CHL-NOTE(WS-CHL-IX))
               DELIMITED BY SIZE INTO CHANNEL-TOTALS-RECORD
           WRITE CHANNEL-TOTALS-RECORD.

       DISPLAY-TYPE-SUBTOTALS.
           DISPLAY " "
           IF WS-BATCH-BRANCH = SPACES
               USING "C", WS-WITHDRAW-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  WITHDRAW: " WS-WITHDRAW-COUNT " record(s), "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " total."
           IF WS-SAVWD-FEE-COUNT > 0
               DISPLAY "            " WS-SAVWD-FEE-COUNT
                       " excess savings withdrawal fee(s) charged."
           END-IF
           IF WS-NOTWD-PEN-COUNT > 0
               DISPLAY "            " WS-NOTWD-PEN-COUNT
                       " notice penalty(ies) in lieu of notice."
           END-IF
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-LOANDISB-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  LOANDISB: " WS-LOANDISB-COUNT " record(s), "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " total."
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-LOANPAYOFF-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  LOANPAYOFF: " WS-LOANPAYOFF-COUNT " record(s), "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " total."
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-DDEBIT-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  DDEBIT:   " WS-DDEBIT-COUNT " record(s), "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " total; "
                   WS-CHQISSUE-COUNT " issue(s), "
                   WS-CHQSTOP-COUNT " stop order(s)."
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-DRAFT-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  DRAFTS:   " WS-DRAFT-COUNT " issued, "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " total; "
                   WS-DRAFTPAY-COUNT " paid, "
                   WS-DRAFTSTALE-COUNT " stale disposed."
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-BILLPAY-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  BILLPAY:  " WS-BILLPAY-COUNT " payment(s), "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " total; "
                   WS-BILLER-COUNT " biller change(s)."
           DISPLAY "  PAYEE:    " WS-PAYEE-COUNT " record(s)."
           CALL STATIC "FORMAT-PIC-MASK"
               USING "C", WS-VIRTUAL-TOTAL, WS-FORMATTED-AMOUNT
           DISPLAY "  VIRTUAL:  " WS-VIRTUAL-COUNT " credit(s), "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) " total; "
                   WS-VIRTUALMAINT-COUNT " sub-account change(s)."
           DISPLAY "  CUSTMAINT: " WS-CUSTMAINT-COUNT " record(s)."
           DISPLAY "  CARDS:    " WS-CARD-COUNT " record(s)."
           DISPLAY "  COLLECT:  " WS-COLLECT-COUNT " record(s)."
           DISPLAY "  NOTICE:   " WS-NOTICE-COUNT " record(s)."
           DISPLAY "  DECEASED: " WS-DECEASED-COUNT " record(s)."
           DISPLAY "  COMPLAINT: " WS-COMPLAINT-COUNT " logged."
           IF WS-IB-COUNT > 0
               MOVE WS-IB-TOTAL TO WS-IB-AMOUNT-EDIT
               DISPLAY "  INTER-BRANCH: " WS-IB-COUNT " item(s), "
                       FUNCTION TRIM(WS-IB-AMOUNT-EDIT)
                       " due-to/due-from recorded."
           END-IF
           IF WS-PPA-COUNT > 0
               DISPLAY "  PRIOR-PERIOD: " WS-PPA-COUNT
                       " adjustment(s) logged for closed periods."
           END-IF
           IF WS-WAREHOUSED-COUNT > 0
               DISPLAY "  WAREHOUSED: " WS-WAREHOUSED-COUNT
                       " future-dated record(s) held for release."
           END-IF
           IF WS-SCHEDULED-COUNT > 0
               DISPLAY "  SCHEDULED: " WS-SCHEDULED-COUNT
                       " pricing change(s) held for customer notice."
           END-IF.

       REJECT-LINE.
               CALL STATIC "LOG-CONNECT-ATTEMPT"
                   USING WS-ERROR-SOURCE, DATABASE-CONN, "Y"
           END-IF.

           CALL STATIC "CHECK-SCHEMA-VERSION"
               USING WS-ERROR-SOURCE, DBH, WS-SCHEMA-MIN-VERSION,
                     DB-SCHEMA-FOUND, DB-SCHEMA-RESULT
           IF NOT DB-SCHEMA-OK
               PERFORM DISCONNECT-FROM-DATABASE
               PERFORM RELEASE-LOCK
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
       
       OPEN-TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE
                       MOVE FUNCTION NUMVAL(WS-FIELD3) TO WS-EXPECTED-TOTAL
                       MOVE 'Y' TO WS-SAW-TRAILER
                   ELSE
                       PERFORM FIND-LINE-CHANNEL
                       PERFORM PROCESS-SINGLE-TRANSACTION
                       ADD 1 TO WS-ACTUAL-COUNT
                       PERFORM TALLY-LINE-CHANNEL
                   END-IF
           END-READ.
       
               WHEN 'LOANDISB'
                   *> the loan id doubles as the posting reference
                   MOVE FUNCTION TRIM(WS-FIELD3) TO WS-TX-REF
               WHEN 'LOANPAYOFF'
                   MOVE FUNCTION TRIM(WS-FIELD5) TO WS-TX-REF
               WHEN 'DDEBIT'
               WHEN 'BILLPAY'
                   MOVE FUNCTION TRIM(WS-FIELD6) TO WS-TX-REF
               WHEN 'RETURN'
                   *> the original end-to-end reference - the ledger
               WHEN 'LOANDISB'
                   ADD WS-VD-AMOUNT TO WS-DAY-NET
               WHEN 'DDEBIT'
               WHEN 'LOANPAYOFF'
                   SUBTRACT WS-VD-AMOUNT FROM WS-DAY-NET
               WHEN 'RETURN'
                   ADD WS-VD-AMOUNT TO WS-DAY-NET
               WHEN 'CHQPAY'
               WHEN 'DRAFTISSUE'
               WHEN 'BILLPAY'
                   SUBTRACT WS-VD-AMOUNT FROM WS-DAY-NET
               WHEN 'UPDATE'
                   EVALUATE FUNCTION UPPER-CASE(
                   COMPUTE WS-VD-AMOUNT = FUNCTION NUMVAL(WS-FIELD4)
               WHEN 'TRANSFER'
                   MOVE WS-FIELD5 TO WS-VALUE-DATE
               WHEN 'DRAFTISSUE'
                   *> a draft is issued and paid for on the day
                   COMPUTE WS-VD-AMOUNT = FUNCTION NUMVAL(WS-FIELD3)
               WHEN 'BILLPAY'
                   *> bill payments debit on the day they are keyed
                   COMPUTE WS-VD-AMOUNT = FUNCTION NUMVAL(WS-FIELD5)
               WHEN 'LOANDISB'
               WHEN 'LOANPAYOFF'
               WHEN 'RETURN'
                   *> these post same-day; the amount still belongs
                   *> in the day-net and control totals
           MOVE "FOLLOWING" TO WS-ROLL-CONVENTION
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           IF FUNCTION UPPER-CASE(WS-ROLL-ACCOUNT(1:2))
                   = WS-VIRTUAL-PREFIX
               *> a virtual number rolls on its master's product
               STRING "SELECT COALESCE(p.roll_convention,'FOLLOWING') "
                      "FROM accounts a JOIN products p "
                      "ON a.product_code = p.product_code "
                      "WHERE a.account_id = (SELECT master_account_id "
                      "FROM virtual_accounts WHERE virtual_id = '"
                      FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-ROLL-ACCOUNT))
                      "')"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "SELECT COALESCE(p.roll_convention,'FOLLOWING') "
                      "FROM accounts a JOIN products p "
                      "ON a.product_code = p.product_code "
                      "WHERE a.account_id = '"
                      FUNCTION TRIM(WS-ROLL-ACCOUNT)
                      "'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
           END-IF.
       
       PROCESS-SINGLE-TRANSACTION.
           *> each line starts clean - nothing one line decided may
           *> carry over to the next
           MOVE "APPLIED" TO WS-ROW-DISPOSITION
           MOVE 'N' TO WS-POST-FAILED
           MOVE SPACES TO WS-POST-FAILED-NOTE
           PERFORM RESOLVE-TX-REF
           IF DUPLICATE-TX-REF
               MOVE SPACES TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           *> an action the submitting operator is not entitled to
           *> submit is rejected before anything - warehousing
           *> included - acts on it; its amount still counts toward
           *> the control totals
           PERFORM CHECK-LINE-ENTITLEMENT
           IF WS-ACT-ENT-RESULT NOT = "Y"
               PERFORM REJECT-LINE-WITH-REASON
               PERFORM CHECK-VALUE-DATE
               ADD WS-VD-AMOUNT TO WS-ACTUAL-TOTAL
               EXIT PARAGRAPH
           END-IF

           *> An optional YYYY-MM-DD effective date rides on each
           *> posting action (field 5 of UPDATE/TRANSFER/REVERSAL,
           *> field 6 of INSERT). Future-dated items go to the
               PERFORM WAREHOUSE-FUTURE-LINE
               EXIT PARAGRAPH
           END-IF
           SET CROSS-BRANCH-ITEM TO FALSE
           MOVE 'N' TO WS-PL-RESULT
           IF VALUE-DATE-DUE
               PERFORM APPLY-PERIOD-LOCK
           END-IF
           PERFORM ADD-TO-DAY-NET

           EVALUATE FUNCTION TRIM(WS-ACTION)
                   PERFORM PROCESS-REACTIVATE
               WHEN 'LOANDISB'
                   PERFORM PROCESS-LOANDISB
               WHEN 'LOANPAYOFF'
                   PERFORM PROCESS-LOANPAYOFF
               WHEN 'DDEBIT'
                   PERFORM PROCESS-DDEBIT
               WHEN 'MANDATE'
                   PERFORM PROCESS-MAILSTOP
               WHEN 'MEMO'
                   PERFORM PROCESS-MEMO
               WHEN 'COMPLAINT'
                   PERFORM PROCESS-COMPLAINT
               WHEN 'CARDISSUE'
                   PERFORM PROCESS-CARDISSUE
               WHEN 'CARDBLOCK'
                   PERFORM PROCESS-CARDBLOCK
               WHEN 'CARDREPLACE'
                   PERFORM PROCESS-CARDREPLACE
               WHEN 'CARDCLOSE'
                   PERFORM PROCESS-CARDCLOSE
               WHEN 'COLLECT'
                   PERFORM PROCESS-COLLECT
               WHEN 'NOTICE'
                   PERFORM PROCESS-NOTICE
               WHEN 'DECEASED'
                   PERFORM PROCESS-DECEASED
               WHEN 'DRAFTISSUE'
                   PERFORM PROCESS-DRAFTISSUE
               WHEN 'DRAFTSTALE'
                   PERFORM PROCESS-DRAFTSTALE
               WHEN 'HOLDDAYS'
                   PERFORM PROCESS-HOLDDAYS
               WHEN 'BILLER'
                   PERFORM PROCESS-BILLER
               WHEN 'BILLPAY'
                   PERFORM PROCESS-BILLPAY
               WHEN 'PAYEE'
                   PERFORM PROCESS-PAYEE
               WHEN 'VIRTUAL'
                   PERFORM PROCESS-VIRTUAL
               WHEN OTHER
                   PERFORM REJECT-LINE
           END-EVALUATE

           *> a posting the database refused leaves the line unposted;
           *> it goes to the reject file, and neither the inter-branch
           *> legs nor a prior-period adjustment are recorded for it
           IF WS-POST-FAILED = 'Y'
              AND WS-ROW-DISPOSITION = "APPLIED"
               IF WS-POST-FAILED-NOTE = SPACES
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "posting failed - database error, "
                          "line not posted"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               ELSE
                   MOVE WS-POST-FAILED-NOTE TO WS-REJECT-REASON
               END-IF
               PERFORM REJECT-LINE-WITH-REASON
           END-IF

           IF CROSS-BRANCH-ITEM
              AND WS-ROW-DISPOSITION = "APPLIED"
               PERFORM RECORD-INTERBRANCH-ENTRY
           END-IF

           *> only an item that actually posted is an adjustment
           IF PERIOD-LOCK-APPLIES
              AND WS-ROW-DISPOSITION = "APPLIED"
               MOVE "LOG" TO WS-PL-FUNCTION
               CALL STATIC "PERIOD-LOCK"
                   USING WS-PL-FUNCTION, WS-PL-REQUESTED-DATE,
                         WS-PL-APPLIED-DATE, WS-PL-SOURCE,
                         WS-PL-DETAIL, WS-PL-RESULT
               ADD 1 TO WS-PPA-COUNT
           END-IF.

       APPLY-PERIOD-LOCK.
           MOVE "CHECK" TO WS-PL-FUNCTION
           MOVE WS-VALUE-DATE(1:10) TO WS-PL-REQUESTED-DATE
           CALL STATIC "PERIOD-LOCK"
               USING WS-PL-FUNCTION, WS-PL-REQUESTED-DATE,
                     WS-PL-APPLIED-DATE, WS-PL-SOURCE,
                     WS-PL-DETAIL, WS-PL-RESULT
           IF NOT PERIOD-LOCK-APPLIES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PL-DETAIL
           STRING FUNCTION TRIM(WS-ACTION) " "
                  FUNCTION TRIM(WS-FIELD2) " "
                  FUNCTION TRIM(WS-FIELD3) " "
                  FUNCTION TRIM(WS-FIELD4) " ref "
                  FUNCTION TRIM(WS-TX-REF)
               DELIMITED BY SIZE INTO WS-PL-DETAIL
           IF WS-PL-RESULT = 'R'
               DISPLAY "PRIOR-PERIOD: value date "
                       WS-PL-REQUESTED-DATE " is in a closed period, "
                       "re-dated to " WS-PL-APPLIED-DATE
               MOVE SPACES TO WS-VALUE-DATE
               MOVE WS-PL-APPLIED-DATE TO WS-VALUE-DATE
           ELSE
               DISPLAY "PRIOR-PERIOD: value date "
                       WS-PL-REQUESTED-DATE
                       " back-valued into a reopened period"
           END-IF.
       
       PROCESS-INSERT.
           *> a new account opens only under a number whose check
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC.
       
       PROCESS-UPDATE.
           *> a virtual sub-account number carries no check digit of
           *> its own - it resolves to its master account instead
           IF FUNCTION UPPER-CASE(WS-FIELD2(1:2)) = WS-VIRTUAL-PREFIX
               PERFORM PROCESS-VIRTUAL-CREDIT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-FIELD2) TO WS-CHECK-DIGIT-ID
           PERFORM VERIFY-INTAKE-CHECK-DIGIT
           IF WS-CHECK-DIGIT-RESULT = 'I'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CONN-WAS-LOST
           EVALUATE WS-TRANSACTION-TYPE
               WHEN 'DEPOSIT'
                   PERFORM UPDATE-DEPOSIT
                   PERFORM WRITE-DEPOSIT-TX-LOG
               WHEN 'CHECKDEP'
                   *> a check deposit posts but is not good funds
                   *> until its hold releases
                   MOVE "APPLIED" TO WS-ROW-DISPOSITION
                   MOVE 'DEPOSIT' TO WS-TRANSACTION-TYPE
                   PERFORM UPDATE-DEPOSIT
                   PERFORM WRITE-DEPOSIT-TX-LOG
                   IF WS-ROW-DISPOSITION NOT = "REJECTED"
                      AND WS-POST-FAILED = 'N'
                       PERFORM CREATE-DEPOSIT-HOLD
                   END-IF
               WHEN 'WITHDRAW'
                   PERFORM UPDATE-WITHDRAW
           END-EVALUATE.

       WRITE-DEPOSIT-TX-LOG.
           *> a deposit posted straight to the balance goes on the
           *> ledger under the line's reference, which is what a
           *> returned cheque is later matched back to; in bulk mode
           *> WRITE-BULK-DETAIL-LOG has already written it
           IF BULK-MODE-ON
              OR WS-ROW-DISPOSITION = "REJECTED"
              OR WS-CONN-WAS-LOST = 'Y'
              OR WS-POST-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE "DEPOSIT" TO WS-HASH-TYPE
           MOVE WS-AMOUNT-DISPLAY TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "prev_hash, entry_hash, balance_after, operator_id, "
                  "tx_ref) VALUES ("
                  WS-ACCOUNT-ID
                  ", 'DEPOSIT', "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       PROCESS-VIRTUAL-CREDIT.
           *> UPDATE,virtual-number,DEPOSIT,amount[,date,ref] - the
           *> credit posts to the master account and the ledger line
           *> keeps the virtual number the payer quoted. A number not
           *> on file, or closed, goes to suspense for repair.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD2))
               TO WS-VIRTUAL-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-TRANSACTION-TYPE
           MOVE FUNCTION NUMVAL(WS-FIELD4) TO WS-AMOUNT
           ADD WS-AMOUNT TO WS-ACTUAL-TOTAL
           IF WS-TRANSACTION-TYPE NOT = "DEPOSIT"
               MOVE "virtual account numbers take credits only"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT master_account_id || ';' || status "
                  "FROM virtual_accounts WHERE virtual_id = '"
                  FUNCTION TRIM(WS-VIRTUAL-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE SPACES TO WS-VIRTUAL-DETAIL, WS-VIRTUAL-MASTER,
               WS-VIRTUAL-STATUS
           IF RC = 0
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   TO WS-VIRTUAL-DETAIL
               UNSTRING WS-VIRTUAL-DETAIL DELIMITED BY ";"
                   INTO WS-VIRTUAL-MASTER, WS-VIRTUAL-STATUS
               END-UNSTRING
           END-IF
           IF WS-VIRTUAL-MASTER = SPACES
               MOVE "virtual account not on file - to suspense"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-VIRTUAL-STATUS NOT = "ACTIVE"
               MOVE "virtual account closed - to suspense"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-VIRTUAL-MASTER) TO WS-ACCOUNT-ID

           IF WS-AMOUNT >= WS-APPROVAL-THRESHOLD
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                  NOT = "APPROVAL-DESK"
               PERFORM HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF

           MOVE "APPLIED" TO WS-ROW-DISPOSITION
           MOVE 'N' TO WS-CONN-WAS-LOST
           MOVE "DEPOSIT" TO WS-TRANSACTION-TYPE
           PERFORM UPDATE-DEPOSIT
           IF WS-ROW-DISPOSITION = "REJECTED"
              OR WS-CONN-WAS-LOST = 'Y'
              OR WS-POST-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-VIRTUAL-MEMO
           STRING "virtual " FUNCTION TRIM(WS-VIRTUAL-ID)
               DELIMITED BY SIZE INTO WS-VIRTUAL-MEMO
           IF BULK-MODE-ON
               *> the bulk detail line is already on the ledger -
               *> tag it with the virtual number
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE tx_log SET virtual_ref = '"
                      FUNCTION TRIM(WS-VIRTUAL-ID)
                      "', memo = '"
                      FUNCTION TRIM(WS-VIRTUAL-MEMO)
                      "' WHERE tx_ref = '"
                      FUNCTION TRIM(WS-TX-REF)
                      "' AND account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
               MOVE "DEPOSIT" TO WS-HASH-TYPE
               MOVE WS-AMOUNT-DISPLAY TO WS-HASH-AMOUNT
               CALL STATIC "CHAIN-TX-HASH"
                   USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                         WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
               MOVE SPACES TO SQL-COMMAND
               STRING "INSERT INTO tx_log (account_id, tx_type, "
                      "amount, memo, prev_hash, entry_hash, "
                      "balance_after, operator_id, tx_ref, "
                      "virtual_ref) VALUES ("
                      WS-ACCOUNT-ID
                      ", 'DEPOSIT', "
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", '"
                      FUNCTION TRIM(WS-VIRTUAL-MEMO)
                      "', '"
                      FUNCTION TRIM(WS-PREV-HASH)
                      "', '"
                      FUNCTION TRIM(WS-ENTRY-HASH)
                      "', (SELECT balance FROM accounts "
                      "WHERE account_id = "
                      WS-ACCOUNT-ID
                      "), '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "', '"
                      FUNCTION TRIM(WS-TX-REF)
                      "', '"
                      FUNCTION TRIM(WS-VIRTUAL-ID)
                      "')"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           *> the sub-account's own running total is what the
           *> inquiry split and the receivables statement roll up
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE virtual_accounts SET balance = "
                  "COALESCE(balance,0) + "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", last_credit_date = CURRENT_DATE "
                  "WHERE virtual_id = '"
                  FUNCTION TRIM(WS-VIRTUAL-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           ADD 1 TO WS-VIRTUAL-COUNT
           ADD WS-AMOUNT TO WS-VIRTUAL-TOTAL
           DISPLAY "  via virtual account "
                   FUNCTION TRIM(WS-VIRTUAL-ID).

       CREATE-DEPOSIT-HOLD.
           *> a depositor whose cheques keep coming back can be given
           *> a longer hold than the house default (HOLDDAYS)
           MOVE WS-HOLD-DAYS TO WS-ACCT-HOLD-DAYS
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT hold_days FROM accounts WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   IS NUMERIC
               COMPUTE WS-ACCT-HOLD-DAYS =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF

           MOVE SPACES TO SQL-COMMAND
           *> the placement stamp lets as-of views (the balance
           *> certificate) show only holds that existed on a date;
           *> the deposit's reference lets a returned cheque find
           *> its hold
           STRING "INSERT INTO deposit_holds (account_id, amount, "
                  "release_date, status, placed_at, tx_ref) VALUES ("
                  WS-ACCOUNT-ID
                  ", "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", CURRENT_DATE + "
                  WS-ACCT-HOLD-DAYS
                  ", 'ACTIVE', CURRENT_TIMESTAMP, '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               DISPLAY "Funds hold of " WS-AMOUNT-DISPLAY
                       " on account " WS-ACCOUNT-ID
                       " for " WS-ACCT-HOLD-DAYS " day(s)."
           END-IF.
       
       INSERT-CUSTOMER.
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO customers "
                  "(customer_id, name, date_opened, status) VALUES ("
                  WS-CUSTOMER-ID
                  ", ?, CURRENT_DATE, 'ACTIVE')"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-CUSTOMER-NAME) TO SQL-PARAM(1)

           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC.

       INSERT-ACCOUNT.
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
           
           IF WS-BATCH-BRANCH = SPACES
               STRING "INSERT INTO accounts "
                      "(account_id, customer_id, balance, status) "
                      "VALUES ("
                      WS-ACCOUNT-ID
                      ", "
                      WS-CUSTOMER-ID
                      ", "
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", 'OPEN')"
               INTO WS-INSERT-ACCOUNT-SQL
           ELSE
               STRING "INSERT INTO accounts "
                      "(account_id, customer_id, balance, status, "
                      "branch_code) VALUES ("
                      WS-ACCOUNT-ID
                      ", "
                      WS-CUSTOMER-ID
                      ", "
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", 'OPEN', '"
                      FUNCTION TRIM(WS-BATCH-BRANCH)
                      "')"
               INTO WS-INSERT-ACCOUNT-SQL
           END-IF
           
           MOVE FUNCTION TRIM(WS-INSERT-ACCOUNT-SQL) TO SQL-COMMAND

           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT.

           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
           ELSE
               *> opening balance is a journaled movement too
               MOVE WS-AMOUNT TO WS-JOURNAL-SIGNED
               MOVE "OPEN" TO WS-JOURNAL-TYPE
               PERFORM WRITE-MOVEMENT-JOURNAL
               *> the opener is the account's PRIMARY named owner;
               *> further owners ride the feed as OWNERMAINT
               MOVE SPACES TO SQL-COMMAND
               STRING "INSERT INTO account_owners (account_id, "
                      "customer_id, owner_role, added_at) VALUES ("
                      WS-ACCOUNT-ID
                      ", "
                      WS-CUSTOMER-ID
                      ", 'PRIMARY', CURRENT_TIMESTAMP)"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
           *> statement, archive the ledger history and mark the
           *> account CLOSED. closed-account-purge physically removes
           *> the row only after the retention period.
           *> DELETE,account,customer,ESTATE is a deceased customer's
           *> estate paid out to the executor; it is only accepted
           *> from the approval desk.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION NUMVAL(WS-FIELD3) TO WS-CUSTOMER-ID
           MOVE 'N' TO WS-ESTATE-CLOSE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD4)) = "ESTATE"
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                       NOT = "APPROVAL-DESK"
                   MOVE "estate release needs approval-desk sign-off"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
               SET ESTATE-CLOSURE TO TRUE
           END-IF
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT status FROM estate_accounts WHERE "
                  "account_id = "
                  WS-ACCOUNT-ID
                  " AND status <> 'RELEASED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES AND NOT ESTATE-CLOSURE
               MOVE "estate account - close through estate-release"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF ESTATE-CLOSURE AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = "RELEASE_PENDING"
               MOVE "no estate release pending on account"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               MOVE 'N' TO WS-ESTATE-CLOSE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "CLOSED"
           PERFORM WRITE-FINAL-STATEMENT
           PERFORM ARCHIVE-CLOSED-LEDGER
           PERFORM MARK-ACCOUNT-CLOSED
           IF ESTATE-CLOSURE
               PERFORM MARK-ESTATE-RELEASED
               MOVE 'N' TO WS-ESTATE-CLOSE
           END-IF

           DISPLAY "Processed CLOSURE of account " WS-ACCOUNT-ID
                   " for customer " WS-CUSTOMER-ID.

       MARK-ESTATE-RELEASED.
           MOVE WS-CLOSE-BALANCE TO WS-CLOSE-BAL-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE estate_accounts SET status = 'RELEASED', "
                  "released_amount = "
                  FUNCTION TRIM(WS-CLOSE-BAL-EDIT)
                  ", released_date = CURRENT_DATE WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND status = 'RELEASE_PENDING'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               DISPLAY "Estate balance "
                       FUNCTION TRIM(WS-CLOSE-BAL-EDIT)
                       " on account " WS-ACCOUNT-ID
                       " released to the executor"
           END-IF.

       FETCH-CLOSURE-BALANCE.
           MOVE 0 TO WS-CLOSE-BALANCE
           MOVE SPACES TO SQL-COMMAND
           END-IF
           *> The residual leaves through an accounted CLOSEOUT
           *> movement, never by deleting an unexplained balance.
           IF ESTATE-CLOSURE
               MOVE "estate settlement to executor" TO WS-CLOSE-MEMO
           ELSE
               MOVE "closure settlement" TO WS-CLOSE-MEMO
           END-IF
           COMPUTE WS-SETTLE-AMOUNT = 0 - WS-CLOSE-BALANCE
           MOVE WS-SETTLE-AMOUNT TO WS-SETTLE-EDIT
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
                  WS-ACCOUNT-ID
                  ", 'CLOSEOUT', "
                  FUNCTION TRIM(WS-SETTLE-EDIT)
                  ", '"
                  FUNCTION TRIM(WS-CLOSE-MEMO)
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
           ADD WS-REVERSAL-AMOUNT TO WS-ACTUAL-TOTAL

           PERFORM CHECK-ACCOUNT-BRANCH

           PERFORM LOOKUP-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "CLOSED"
           END-IF

           PERFORM REVERSAL-UPDATE-BALANCE
           IF WS-POST-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REVERSAL-AMOUNT TO WS-JOURNAL-SIGNED
           MOVE "REVERSAL" TO WS-JOURNAL-TYPE
           PERFORM WRITE-MOVEMENT-JOURNAL
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
           END-IF.

       REVERSAL-LOG-ENTRY.
       PROCESS-CUSTMAINT.
           *> CUSTMAINT,customer-id,field,value - branch maintenance of
           *> the customer master fields the statements need (address,
           *> email, phone, status, date-opened, date of birth, name
           *> corrections) and the tax residency, TIN and
           *> self-certification date foreign-tax reporting needs.
           IF FUNCTION TRIM(WS-FIELD2) IS NOT NUMERIC
               MOVE "customer id not numeric" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
                       MOVE "date not in YYYY-MM-DD form"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "DOB"
                   *> date of birth - decides who may hold a youth
                   *> product and when it converts at majority
                   MOVE "date_of_birth" TO WS-MAINT-COLUMN
                   IF WS-MAINT-VALUE(1:4) IS NOT NUMERIC
                      OR WS-MAINT-VALUE(5:1) NOT = "-"
                      OR WS-MAINT-VALUE(6:2) IS NOT NUMERIC
                      OR WS-MAINT-VALUE(8:1) NOT = "-"
                      OR WS-MAINT-VALUE(9:2) IS NOT NUMERIC
                       MOVE "date not in YYYY-MM-DD form"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "DATEOPENED"
                   MOVE "date_opened" TO WS-MAINT-COLUMN
                   IF WS-MAINT-VALUE(1:4) IS NOT NUMERIC
                       MOVE "date not in YYYY-MM-DD form"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "TAXRES"
                   *> country of tax residency (ISO alpha-2) from the
                   *> customer's self-certification
                   MOVE "tax_residency" TO WS-MAINT-COLUMN
                   MOVE FUNCTION UPPER-CASE(WS-MAINT-VALUE)
                       TO WS-MAINT-VALUE
                   IF WS-MAINT-VALUE(1:1) < "A"
                      OR WS-MAINT-VALUE(1:1) > "Z"
                      OR WS-MAINT-VALUE(2:1) < "A"
                      OR WS-MAINT-VALUE(2:1) > "Z"
                      OR WS-MAINT-VALUE(3:1) NOT = SPACE
                       MOVE "residency not a two-letter country code"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "TIN"
                   *> taxpayer identification number in the residency
                   *> country
                   MOVE "tax_tin" TO WS-MAINT-COLUMN
                   MOVE FUNCTION UPPER-CASE(WS-MAINT-VALUE)
                       TO WS-MAINT-VALUE
                   IF WS-MAINT-VALUE(21:80) NOT = SPACES
                       MOVE "TIN longer than 20 characters"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "SELFCERT"
                   *> date the customer signed the tax self-
                   *> certification; a later address, phone or
                   *> residency change needs a fresh one
                   MOVE "self_cert_date" TO WS-MAINT-COLUMN
                   IF WS-MAINT-VALUE(1:4) IS NOT NUMERIC
                      OR WS-MAINT-VALUE(5:1) NOT = "-"
                      OR WS-MAINT-VALUE(6:2) IS NOT NUMERIC
                      OR WS-MAINT-VALUE(8:1) NOT = "-"
                      OR WS-MAINT-VALUE(9:2) IS NOT NUMERIC
                       MOVE "date not in YYYY-MM-DD form"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE "unknown maintenance field" TO WS-REJECT-REASON
           END-EVALUATE.
           *> The column name comes from a fixed EVALUATE, never the
           *> feed; the value rides as a parameter so an O'Brien
           *> address can't break the literal.
           MOVE SPACES TO WS-MAINT-OLD-VALUE
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE("
                  FUNCTION TRIM(WS-MAINT-COLUMN)
                  "::text,'') FROM customers WHERE customer_id = "
                  WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   TO WS-MAINT-OLD-VALUE
           END-IF

           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "UPDATE customers SET "
                  FUNCTION TRIM(WS-MAINT-COLUMN)
                             SQL-PARAM-COUNT, SQL-PARAMS,
                             WS-ERROR-SOURCE, SQL-PARAM-RC
               END-IF
               *> every master change keeps what it replaced - the
               *> takeover scan alerts the old phone, email or address
               MOVE SPACES TO SQL-STATEMENT-TEXT
               STRING "INSERT INTO customer_maint_log (customer_id, "
                      "field, old_value, new_value, changed_date, "
                      "changed_by) VALUES ("
                      WS-CUSTOMER-ID
                      ", '"
                      FUNCTION TRIM(WS-MAINT-FIELD)
                      "', ?, ?, CURRENT_DATE, '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "')"
                   DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
               MOVE 2 TO SQL-PARAM-COUNT
               MOVE FUNCTION TRIM(WS-MAINT-OLD-VALUE) TO SQL-PARAM(1)
               MOVE FUNCTION TRIM(WS-MAINT-VALUE) TO SQL-PARAM(2)
               CALL STATIC "DB-EXEC-PARAMS"
                   USING DBH, SQL-STATEMENT-TEXT,
                         SQL-PARAM-COUNT, SQL-PARAMS,
                         WS-ERROR-SOURCE, SQL-PARAM-RC
               ADD 1 TO WS-CUSTMAINT-COUNT
               DISPLAY "Processed CUSTMAINT "
                       FUNCTION TRIM(WS-MAINT-FIELD)
                       " for customer " WS-CUSTOMER-ID
               MOVE "CUSTMAINT" TO WS-CRM-SOURCE
               MOVE WS-CUSTOMER-ID TO WS-CRM-CUSTOMER
               MOVE SPACES TO WS-CRM-ACCOUNT
               MOVE WS-MAINT-FIELD TO WS-CRM-FIELD
               MOVE WS-MAINT-OLD-VALUE TO WS-CRM-OLD-VALUE
               MOVE WS-MAINT-VALUE TO WS-CRM-NEW-VALUE
               PERFORM QUEUE-CRM-EVENT
           END-IF.

       SCREEN-PAYMENT-BENEFICIARY.
           *> the party paid - a draft's payee, a bill payment's
           *> biller - is screened as our own customers are. Every
           *> screening is logged in payment_screening; a hit parks
           *> there for a compliance officer and nothing is debited.
           *> The screening desk only ever releases items that had
           *> already cleared the approval checks, so its batches
           *> skip those checks and this one.
           MOVE 'C' TO WS-SCREEN-RESULT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                   = "SCREENING-DESK"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCREEN-MATCHED
           IF WS-SCREEN-NAME = SPACES
               MOVE "UNNAMED" TO WS-SCREEN-OUTCOME
           ELSE
               CALL STATIC "SCREEN-PARTY-NAME"
                   USING WS-SCREEN-NAME, WS-SCREEN-RESULT,
                         WS-SCREEN-MATCHED
               IF WS-SCREEN-RESULT = 'H'
                   MOVE "HELD" TO WS-SCREEN-OUTCOME
               ELSE
                   MOVE "CLEAR" TO WS-SCREEN-OUTCOME
               END-IF
           END-IF

           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO payment_screening (channel, "
                  "account_id, beneficiary, matched_name, record, "
                  "amount, outcome, status, originator, screened_at) "
                  "VALUES ('"
                  FUNCTION TRIM(WS-SCREEN-CHANNEL)
                  "', '"
                  WS-ACCOUNT-ID
                  "', ?, ?, ?, "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", '"
                  FUNCTION TRIM(WS-SCREEN-OUTCOME)
                  "', '"
                  FUNCTION TRIM(WS-SCREEN-OUTCOME)
                  "', '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', CURRENT_TIMESTAMP)"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 3 TO SQL-PARAM-COUNT
           MOVE WS-SCREEN-NAME TO SQL-PARAM(1)
           MOVE WS-SCREEN-MATCHED TO SQL-PARAM(2)
           MOVE FUNCTION TRIM(TRANSACTION-RECORD) TO SQL-PARAM(3)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF WS-SCREEN-RESULT = 'H'
               *> in staged mode the row reads HELD, as an approval
               *> hold does
               MOVE "HELD" TO WS-ROW-DISPOSITION
               ADD 1 TO WS-HELD-FOR-SCREENING
               DISPLAY "HELD FOR SCREENING: payee '"
                       FUNCTION TRIM(WS-SCREEN-NAME)
                       "' matches '"
                       FUNCTION TRIM(WS-SCREEN-MATCHED)
                       "': " FUNCTION TRIM(TRANSACTION-RECORD)
           END-IF.

       HOLD-FOR-APPROVAL.
           *> in staged mode the row's fate must read HELD - nothing
           *> posted, the item sits with the approval desk
           MOVE "HELD" TO WS-ROW-DISPOSITION
           ADD 1 TO WS-HELD-FOR-APPROVAL
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO pending_approvals (record, amount, "
                  "originator, status, created_at) VALUES (?, "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', 'PENDING', CURRENT_TIMESTAMP)"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
       PROCESS-PRICING.
           *> PRICING,account-id,credit-rate,debit-rate,fee-amount -
           *> effective today; interest-posting and the fee job read
           *> the newest row at or before their run date. A change
           *> that worsens any of the three is dated the notice
           *> period ahead instead, so the customer hears first.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID

           IF WS-FIELD3 = SPACES OR WS-FIELD4 = SPACES
           MOVE WS-PRICING-DEBIT  TO WS-PRICING-DEBIT-DSP
           MOVE WS-PRICING-FEE    TO WS-PRICING-FEE-DSP

           PERFORM CHECK-PRICING-ADVERSE
           IF ADVERSE-CHANGE
               PERFORM SCHEDULE-PRICING-CHANGE
               EXIT PARAGRAPH
           END-IF

           *> Re-keyed same-day pricing replaces the earlier row.
           MOVE SPACES TO WS-PRICING-SQL
           STRING "DELETE FROM pricing_schedule WHERE account_id = "
                       ", fee " WS-PRICING-FEE-DSP ")"
           END-IF.

       CHECK-PRICING-ADVERSE.
           *> against the terms in force today; an account priced for
           *> the first time has no terms to worsen
           MOVE 'N' TO WS-ADVERSE-FLAG
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT credit_rate || ';' || debit_rate || ';' || "
                  "overdraft_fee FROM pricing_schedule "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND effective_date <= CURRENT_DATE "
                  "ORDER BY effective_date DESC LIMIT 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CUR-PRICING, WS-CUR-CREDIT-STR,
               WS-CUR-DEBIT-STR, WS-CUR-FEE-STR
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-CUR-PRICING
           UNSTRING WS-CUR-PRICING DELIMITED BY ";"
               INTO WS-CUR-CREDIT-STR, WS-CUR-DEBIT-STR,
                    WS-CUR-FEE-STR
           END-UNSTRING
           COMPUTE WS-CUR-CREDIT = FUNCTION NUMVAL(WS-CUR-CREDIT-STR)
           COMPUTE WS-CUR-DEBIT  = FUNCTION NUMVAL(WS-CUR-DEBIT-STR)
           COMPUTE WS-CUR-FEE    = FUNCTION NUMVAL(WS-CUR-FEE-STR)

           IF WS-PRICING-CREDIT < WS-CUR-CREDIT
                   OR WS-PRICING-DEBIT > WS-CUR-DEBIT
                   OR WS-PRICING-FEE > WS-CUR-FEE
               MOVE 'Y' TO WS-ADVERSE-FLAG
           END-IF

           *> the notice describes every term that moves, not only
           *> the ones that hurt
           MOVE SPACES TO WS-CHANGE-DESC
           MOVE 1 TO WS-CHANGE-PTR
           IF WS-PRICING-CREDIT NOT = WS-CUR-CREDIT
               MOVE WS-CUR-CREDIT TO WS-DESC-OLD
               MOVE WS-PRICING-CREDIT TO WS-DESC-NEW
               STRING "credit interest "
                      FUNCTION TRIM(WS-DESC-OLD) "% to "
                      FUNCTION TRIM(WS-DESC-NEW) "%; "
                   DELIMITED BY SIZE INTO WS-CHANGE-DESC
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF
           IF WS-PRICING-DEBIT NOT = WS-CUR-DEBIT
               MOVE WS-CUR-DEBIT TO WS-DESC-OLD
               MOVE WS-PRICING-DEBIT TO WS-DESC-NEW
               STRING "overdraft interest "
                      FUNCTION TRIM(WS-DESC-OLD) "% to "
                      FUNCTION TRIM(WS-DESC-NEW) "%; "
                   DELIMITED BY SIZE INTO WS-CHANGE-DESC
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF
           IF WS-PRICING-FEE NOT = WS-CUR-FEE
               MOVE WS-CUR-FEE TO WS-DESC-OLD
               MOVE WS-PRICING-FEE TO WS-DESC-NEW
               STRING "overdraft fee "
                      FUNCTION TRIM(WS-DESC-OLD) " to "
                      FUNCTION TRIM(WS-DESC-NEW)
                   DELIMITED BY SIZE INTO WS-CHANGE-DESC
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF.

       SCHEDULE-PRICING-CHANGE.
           *> the row goes in dated the notice period ahead - the
           *> readers of pricing_schedule pick it up on that day
           *> with no further step; re-keyed the same day, it
           *> replaces the earlier schedule
           MOVE SPACES TO WS-PRICING-SQL
           STRING "DELETE FROM pricing_schedule WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND effective_date = CURRENT_DATE + "
                  FUNCTION TRIM(WS-PRICE-NOTICE-DSP)
               DELIMITED BY SIZE INTO WS-PRICING-SQL
           MOVE FUNCTION TRIM(WS-PRICING-SQL) TO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           MOVE SPACES TO WS-PRICING-SQL
           STRING "INSERT INTO pricing_schedule (account_id, "
                  "credit_rate, debit_rate, overdraft_fee, "
                  "effective_date) VALUES ("
                  WS-ACCOUNT-ID ", "
                  WS-PRICING-CREDIT-DSP ", "
                  WS-PRICING-DEBIT-DSP ", "
                  WS-PRICING-FEE-DSP ", CURRENT_DATE + "
                  FUNCTION TRIM(WS-PRICE-NOTICE-DSP) ")"
               DELIMITED BY SIZE INTO WS-PRICING-SQL
           MOVE FUNCTION TRIM(WS-PRICING-SQL) TO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM pricing_changes WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND change_kind = 'PRICING' "
                  "AND notice_status = 'PENDING' "
                  "AND effective_date = CURRENT_DATE + "
                  FUNCTION TRIM(WS-PRICE-NOTICE-DSP)
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO pricing_changes (account_id, "
                  "change_kind, credit_rate, debit_rate, "
                  "overdraft_fee, description, keyed_date, keyed_by, "
                  "effective_date, status, notice_status) VALUES ("
                  WS-ACCOUNT-ID ", 'PRICING', "
                  WS-PRICING-CREDIT-DSP ", "
                  WS-PRICING-DEBIT-DSP ", "
                  WS-PRICING-FEE-DSP ", '"
                  FUNCTION TRIM(WS-CHANGE-DESC)
                  "', CURRENT_DATE, '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', CURRENT_DATE + "
                  FUNCTION TRIM(WS-PRICE-NOTICE-DSP)
                  ", 'SCHEDULED', 'PENDING')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               ADD 1 TO WS-SCHEDULED-COUNT
               DISPLAY "Scheduled PRICING for account " WS-ACCOUNT-ID
                       " to take effect in "
                       FUNCTION TRIM(WS-PRICE-NOTICE-DSP)
                       " days after customer notice ("
                       FUNCTION TRIM(WS-CHANGE-DESC) ")"
           END-IF.

       PROCESS-STANDING.
           *> STANDING,source,target,amount,frequency[:expiry] sets up
           *> or replaces a recurring transfer; frequency CANCEL ends

       PROCESS-LOANDISB.
           *> LOANDISB,account,loan-id,amount,rate,term-months,product
           *> where rate is a fixed annual rate or BASE+margin
           *> books a loan from the catalog: the principal credits the
           *> customer's deposit account, the loan master opens and the
           *> amortization schedule is laid down for
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "FIXED" TO WS-LOAN-RATE-TYPE
           MOVE 0 TO WS-LOAN-MARGIN
           IF FUNCTION UPPER-CASE(WS-FIELD5(1:5)) = "BASE+"
               MOVE "VARIABLE" TO WS-LOAN-RATE-TYPE
               COMPUTE WS-LOAN-MARGIN = FUNCTION NUMVAL(WS-FIELD5(6:))
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT base_rate FROM base_rates "
                      "WHERE rate_code = 'BASE' "
                      "AND effective_date <= CURRENT_DATE "
                      "ORDER BY effective_date DESC LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       = SPACES
                   MOVE "variable loan - no base rate on file"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-LOAN-BASE-RATE =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
               COMPUTE WS-LOAN-RATE ROUNDED =
                   WS-LOAN-BASE-RATE + WS-LOAN-MARGIN
           ELSE
               COMPUTE WS-LOAN-RATE = FUNCTION NUMVAL(WS-FIELD5)
           END-IF
           MOVE WS-LOAN-MARGIN TO WS-LOAN-MARGIN-EDIT
           *> through the edited picture - a raw V99 strung into SQL
           *> drops the decimal point and stores the rate 100-fold
           MOVE WS-LOAN-RATE TO WS-LOAN-RATE-EDIT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-BRANCH
           PERFORM LOOKUP-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "CLOSED"
               MOVE "account closed - posting refused"
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO loans (loan_id, account_id, "
                  "product_code, principal, principal_balance, "
                  "annual_rate, term_months, start_date, status, "
                  "rate_type, margin_rate) VALUES ('"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "', "
                  WS-ACCOUNT-ID
                  FUNCTION TRIM(WS-LOAN-RATE-EDIT)
                  ", "
                  WS-LOAN-TERM
                  ", CURRENT_DATE, 'ACTIVE', '"
                  FUNCTION TRIM(WS-LOAN-RATE-TYPE)
                  "', "
                  FUNCTION TRIM(WS-LOAN-MARGIN-EDIT)
                  ")"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
               PERFORM REMOVE-UNDISBURSED-LOAN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE "LOAN_DISB" TO WS-HASH-TYPE
                   " of " WS-AMOUNT-DISPLAY " to account "
                   WS-ACCOUNT-ID " over " WS-LOAN-TERM " month(s).".

       REMOVE-UNDISBURSED-LOAN.
           *> the principal never reached the account, so the loan
           *> master must not stay ACTIVE to be scheduled and charged
           *> interest; its schedule is only laid down after the
           *> credit, so there is none to remove yet
           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM loans WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               DISPLAY "WARNING: loan " FUNCTION TRIM(WS-LOAN-ID)
                       " was not disbursed but could not be removed "
                       "- close it before loan-repayment-posting runs"
           END-IF.

       BUILD-LOAN-SCHEDULE.
           *> Level-payment amortization, fixed at disbursement so
           *> every future installment's principal/interest split is
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       PROCESS-LOANPAYOFF.
           *> LOANPAYOFF,account,loan-id,amount[,ref] - the customer's
           *> full settlement, honored only for exactly the figure on
           *> the loan's live payoff quote. The remaining schedule is
           *> marked SETTLED and the loan closes in the same posting.
           MOVE FUNCTION TRIM(WS-FIELD2) TO WS-CHECK-DIGIT-ID
           PERFORM VERIFY-INTAKE-CHECK-DIGIT
           IF WS-CHECK-DIGIT-RESULT = 'I'
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-FIELD4)
               ADD WS-AMOUNT TO WS-ACTUAL-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION TRIM(WS-FIELD3) TO WS-LOAN-ID
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-FIELD4)
           ADD WS-AMOUNT TO WS-ACTUAL-TOTAL

           IF WS-LOAN-ID = SPACES OR WS-AMOUNT = 0
               MOVE "loan payoff needs loan id and amount"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-BRANCH
           PERFORM CHECK-DORMANCY-BLOCK
           IF WS-DORMANCY-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "FROZEN" OR WS-ACCT-STATUS = "CLOSED"
              OR WS-ACCT-STATUS = "RESTRICTED"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "account " FUNCTION TRIM(WS-ACCT-STATUS)
                      " - debit refused"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> the money comes only from the loan's own linked account
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT status FROM loans WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "' AND account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               MOVE "loan not on file for this account"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SINGLE-RESULT-BUFFER) NOT = "ACTIVE"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "loan "
                      FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                      " - payoff refused"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT principal || ';' || interest || ';' || "
                  "penalty || ';' || fee || ';' || total "
                  "FROM loan_payoff_quotes WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "' AND status = 'OPEN' AND good_until >= DATE '"
                  WS-BUSINESS-DATE(1:4) "-"
                  WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
                  "' ORDER BY quote_date DESC LIMIT 1"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               MOVE "no payoff quote in force for loan"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAYOFF-DETAIL, WS-PAYOFF-F1, WS-PAYOFF-F2,
               WS-PAYOFF-F3, WS-PAYOFF-F4, WS-PAYOFF-F5
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-PAYOFF-DETAIL
           UNSTRING WS-PAYOFF-DETAIL DELIMITED BY ";"
               INTO WS-PAYOFF-F1, WS-PAYOFF-F2, WS-PAYOFF-F3,
                    WS-PAYOFF-F4, WS-PAYOFF-F5
           END-UNSTRING
           COMPUTE WS-PAYOFF-PRIN = FUNCTION NUMVAL(WS-PAYOFF-F1)
           COMPUTE WS-PAYOFF-INT = FUNCTION NUMVAL(WS-PAYOFF-F2)
           COMPUTE WS-PAYOFF-PEN = FUNCTION NUMVAL(WS-PAYOFF-F3)
           COMPUTE WS-PAYOFF-FEE = FUNCTION NUMVAL(WS-PAYOFF-F4)
           COMPUTE WS-PAYOFF-TOTAL = FUNCTION NUMVAL(WS-PAYOFF-F5)
           IF WS-AMOUNT NOT = WS-PAYOFF-TOTAL
               MOVE SPACES TO WS-REJECT-REASON
               STRING "amount does not match payoff quote of "
                      FUNCTION TRIM(WS-PAYOFF-F5)
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-AVAILABLE-FUNDS
           IF WS-AVAIL-FUNDS < WS-AMOUNT
               MOVE "insufficient funds for loan payoff"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  " WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "loan payoff debit failed" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAYOFF-PRIN TO WS-PAYOFF-LEG
           MOVE "LOAN_PRIN" TO WS-HASH-TYPE
           PERFORM WRITE-PAYOFF-LEG
           MOVE WS-PAYOFF-INT TO WS-PAYOFF-LEG
           MOVE "LOAN_INT" TO WS-HASH-TYPE
           PERFORM WRITE-PAYOFF-LEG
           MOVE WS-PAYOFF-PEN TO WS-PAYOFF-LEG
           MOVE "LOAN_PEN" TO WS-HASH-TYPE
           PERFORM WRITE-PAYOFF-LEG
           MOVE WS-PAYOFF-FEE TO WS-PAYOFF-LEG
           MOVE "LOAN_FEE" TO WS-HASH-TYPE
           PERFORM WRITE-PAYOFF-LEG

           *> the funds have moved by now; a loan record left
           *> unsettled is flagged on the reject file for repair, not
           *> for the line to be keyed again
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE loan_schedule SET status = 'SETTLED', "
                  "paid_date = CURRENT_DATE WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "' AND status = 'DUE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE loans SET principal_balance = 0, "
                  "status = 'SETTLED' WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE loan_payoff_quotes SET status = 'USED' "
                  "WHERE loan_id = '"
                  FUNCTION TRIM(WS-LOAN-ID)
                  "' AND status = 'OPEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
           END-IF
           IF WS-POST-FAILED = 'Y'
               MOVE SPACES TO WS-POST-FAILED-NOTE
               STRING "payoff posted, loan "
                      FUNCTION TRIM(WS-LOAN-ID)
                      " unsettled - repair, no re-key"
                   DELIMITED BY SIZE INTO WS-POST-FAILED-NOTE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOANPAYOFF-COUNT
           ADD WS-AMOUNT TO WS-LOANPAYOFF-TOTAL
           DISPLAY "Processed LOANPAYOFF " FUNCTION TRIM(WS-LOAN-ID)
                   " of " WS-AMOUNT-DISPLAY " from account "
                   WS-ACCOUNT-ID " - loan SETTLED.".

       WRITE-PAYOFF-LEG.
           *> a zero component (no arrears, no fee) leaves no entry
           IF WS-PAYOFF-LEG = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYOFF-LEG TO WS-PAYOFF-LEG-EDIT
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE WS-PAYOFF-LEG-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  WS-ACCOUNT-ID
                  ", '"
                  FUNCTION TRIM(WS-HASH-TYPE)
                  "', "
                  FUNCTION TRIM(WS-PAYOFF-LEG-EDIT)
                  ", 'loan payoff "
                  FUNCTION TRIM(WS-LOAN-ID)
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-PAYOFF-LEG
           MOVE WS-HASH-TYPE TO WS-JOURNAL-TYPE
           PERFORM WRITE-MOVEMENT-JOURNAL.

       PROCESS-MANDATE.
           *> MANDATE,account,creditor-id,cap,start-date,end-date
           *> registers a direct-debit authority; cap CANCEL ends it.
           *> Setup and cancellation ride the feed like CUSTMAINT.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-DD-CREDITOR
           IF WS-DD-CREDITOR = SPACES
               MOVE "mandate creditor id missing" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> a re-keyed mandate for the same pair replaces the old
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE dd_mandates SET status = 'CANCELLED' "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND creditor_id = '"
                  FUNCTION TRIM(WS-DD-CREDITOR)
                  "' AND status = 'ACTIVE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD4))
                   = "CANCEL"
               ADD 1 TO WS-MANDATE-COUNT
               DISPLAY "Processed MANDATE CANCEL for creditor "
                       FUNCTION TRIM(WS-DD-CREDITOR)
                       " on account " WS-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF

           IF WS-FIELD4 = SPACES OR WS-FIELD5 = SPACES
               MOVE "mandate needs cap amount and start date"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DD-CAP = FUNCTION NUMVAL(WS-FIELD4)
           MOVE WS-DD-CAP TO WS-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(WS-FIELD5) TO WS-MANDATE-START
           MOVE FUNCTION TRIM(WS-FIELD6) TO WS-MANDATE-END

           MOVE SPACES TO SQL-COMMAND
           IF WS-MANDATE-END = SPACES
               STRING "INSERT INTO dd_mandates (account_id, "
                      "creditor_id, cap_amount, start_date, "
                      "end_date, status) VALUES ("
                      WS-ACCOUNT-ID
                      ", '"
                      FUNCTION TRIM(WS-DD-CREDITOR)
                      "', "
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", '"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-BRANCH
           PERFORM CHECK-DORMANCY-BLOCK
           IF WS-DORMANCY-BLOCKED = 'Y'
               EXIT PARAGRAPH
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 'O' TO WS-EXPO-RESULT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                   = "APPROVAL-DESK"
              OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                   = "SCREENING-DESK"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           *> a biller rejecting a reference comes back this way too;
           *> the bill payment leaves the biller's next file
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE bill_payments SET status = 'RETURNED', "
                  "return_reason = '"
                  FUNCTION TRIM(WS-RET-REASON)
                  "' WHERE tx_ref = '"
                  FUNCTION TRIM(WS-RET-REF)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           MOVE WS-AMOUNT TO WS-JOURNAL-SIGNED
           MOVE "EXT_RET" TO WS-JOURNAL-TYPE
           *> inbound presentment. Outside an issued range, already
           *> paid, or stopped goes to the reject file with the
           *> specific reason; a paid cheque logs with its serial in
           *> the reference. CHQPAY,DRAFT,draft-no,amount presents
           *> one of our own bank drafts instead.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD2)) = "DRAFT"
               PERFORM PRESENT-BANK-DRAFT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-FIELD2) TO WS-CHECK-DIGIT-ID
           PERFORM VERIFY-INTAKE-CHECK-DIGIT
           IF WS-CHECK-DIGIT-RESULT = 'I'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-BRANCH
           PERFORM CHECK-DORMANCY-BLOCK
           IF WS-DORMANCY-BLOCKED = 'Y'
               EXIT PARAGRAPH
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
               EXIT PARAGRAPH
           END-IF

           *> the serial rides in the reference so the paid item is
           *> traceable from statement to presentment
                       " queued for pay/no-pay decision."
           END-IF.

       PROCESS-DRAFTISSUE.
           *> DRAFTISSUE,account,amount,payee - a bank draft bought at
           *> the counter. The customer is debited, the money waits in
           *> drafts payable, and the draft is entered in the
           *> outstanding-draft register under its own number until
           *> it comes back through CHQPAY,DRAFT.
           MOVE FUNCTION TRIM(WS-FIELD2) TO WS-CHECK-DIGIT-ID
           PERFORM VERIFY-INTAKE-CHECK-DIGIT
           IF WS-CHECK-DIGIT-RESULT = 'I'
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-FIELD3)
               ADD WS-AMOUNT TO WS-ACTUAL-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-FIELD3)
           ADD WS-AMOUNT TO WS-ACTUAL-TOTAL
           MOVE FUNCTION TRIM(WS-FIELD4) TO WS-DRAFT-PAYEE

           IF WS-AMOUNT NOT > 0
               MOVE "draft amount must be positive" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DRAFT-PAYEE = SPACES
               MOVE "draft needs a payee" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT >= WS-APPROVAL-THRESHOLD
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                  NOT = "APPROVAL-DESK"
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                  NOT = "SCREENING-DESK"
               PERFORM HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-BRANCH
           PERFORM CHECK-EXPOSURE-LIMIT
           IF WS-EXPO-RESULT = 'B'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DRAFT-PAYEE TO WS-SCREEN-NAME
           MOVE "DRAFT" TO WS-SCREEN-CHANNEL
           PERFORM SCREEN-PAYMENT-BENEFICIARY
           IF WS-SCREEN-RESULT = 'H'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DORMANCY-BLOCK
           IF WS-DORMANCY-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "FROZEN" OR WS-ACCT-STATUS = "CLOSED"
              OR WS-ACCT-STATUS = "RESTRICTED"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "account " FUNCTION TRIM(WS-ACCT-STATUS)
                      " - draft not issued"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           *> a draft pays out of a minor's account like a withdrawal
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE WS-AMOUNT TO WS-NOTWD-AMOUNT
           CALL STATIC "CHECK-MINOR-WITHDRAWAL"
               USING DBH, WS-ACCT-ID-STR, WS-NOTWD-AMOUNT,
                     WS-MINWD-RESULT, WS-MINWD-LIMIT
           IF WS-MINWD-RESULT = 'G'
               MOVE "minor account has no guardian on file"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MINWD-RESULT = 'L'
               MOVE WS-MINWD-LIMIT TO WS-MINWD-LIMIT-EDIT
               MOVE SPACES TO WS-REJECT-REASON
               STRING "minor daily withdrawal limit of "
                      FUNCTION TRIM(WS-MINWD-LIMIT-EDIT) " exceeded"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AVAILABLE-FUNDS
           IF WS-AVAIL-FUNDS < WS-AMOUNT
               MOVE "insufficient funds - draft not issued"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> the register entry comes first - no debit without a
           *> draft number to show for it
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "INSERT INTO bank_drafts (account_id, amount, "
                  "issued_date, status, operator_id) VALUES ("
                  WS-ACCOUNT-ID
                  ", "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", CURRENT_DATE, 'OUTSTANDING', '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "') RETURNING draft_no"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "draft register unavailable - draft not issued"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DRAFT-NO = FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "UPDATE bank_drafts SET payee = ? WHERE draft_no = "
                  WS-DRAFT-NO
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-DRAFT-PAYEE) TO SQL-PARAM(1)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  " WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE "DRAFT" TO WS-DRAFT-TX-TYPE
           MOVE SPACES TO WS-DRAFT-MEMO
           STRING "bank draft " WS-DRAFT-NO " issued"
               DELIMITED BY SIZE INTO WS-DRAFT-MEMO
           MOVE SPACES TO WS-TX-REF
           STRING "DRF-" WS-DRAFT-NO
               DELIMITED BY SIZE INTO WS-TX-REF
           PERFORM POST-DRAFT-LEDGER-ROW

           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-AMOUNT
           MOVE "DRAFT" TO WS-JOURNAL-TYPE
           PERFORM WRITE-MOVEMENT-JOURNAL
           ADD 1 TO WS-DRAFT-COUNT
           ADD WS-AMOUNT TO WS-DRAFT-TOTAL
           PERFORM CHECK-LOWBAL-ALERT
           PERFORM PRINT-BANK-DRAFT

           DISPLAY "Processed DRAFTISSUE draft " WS-DRAFT-NO
                   " of " WS-AMOUNT-DISPLAY " on account "
                   WS-ACCOUNT-ID.

       PRINT-BANK-DRAFT.
           *> the printed draft carries the amount in figures and in
           *> words, as a cheque does
           CALL STATIC "FORMAT-PIC-MASK"
               USING "W", WS-AMOUNT, WS-DRAFT-FORMATTED,
                     WS-DRAFT-WORDS
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE SPACES TO WS-DRAFT-PRINT-NAME
           STRING "build/bank_draft_" WS-DRAFT-NO ".txt"
               DELIMITED BY SIZE INTO WS-DRAFT-PRINT-NAME
           OPEN OUTPUT DRAFT-PRINT-FILE
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "BANK DRAFT No. " WS-DRAFT-NO
                  "          DATE " WS-BUSINESS-DATE(1:4) "-"
                  WS-BUSINESS-DATE(5:2) "-" WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE SPACES TO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "PAY TO THE ORDER OF  " FUNCTION TRIM(WS-DRAFT-PAYEE)
               DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "THE SUM OF           " FUNCTION TRIM(WS-DRAFT-WORDS)
               DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "AMOUNT               "
                  FUNCTION TRIM(WS-DRAFT-FORMATTED)
               DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE SPACES TO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "Drawn on the bank for account " WS-ACCOUNT-ID
                  " - valid six months from date of issue"
               DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           CLOSE DRAFT-PRINT-FILE.

       PRESENT-BANK-DRAFT.
           *> CHQPAY,DRAFT,draft-no,amount - our own draft presented
           *> for payment clears against the register: it must be
           *> outstanding and for exactly the registered amount. The
           *> customer paid at issue, so payment leaves drafts payable
           *> and the purchaser's ledger carries only a memo row.
           COMPUTE WS-DRAFT-NO = FUNCTION NUMVAL(WS-FIELD3)
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-FIELD4)
           ADD WS-AMOUNT TO WS-ACTUAL-TOTAL
           PERFORM FETCH-DRAFT-REGISTER
           IF WS-DRAFT-STATUS = SPACES
               MOVE "draft not in the outstanding-draft register"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DRAFT-STATUS NOT = "OUTSTANDING"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "draft " FUNCTION TRIM(WS-DRAFT-STATUS)
                      " - not payable"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DRAFT-REG-AMOUNT NOT = WS-AMOUNT
               MOVE "draft amount differs from the register"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE bank_drafts SET status = 'PAID', "
                  "paid_date = CURRENT_DATE WHERE draft_no = "
                  WS-DRAFT-NO
                  " AND status = 'OUTSTANDING'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE "DRAFT_PAID" TO WS-DRAFT-TX-TYPE
           MOVE SPACES TO WS-DRAFT-MEMO
           STRING "bank draft " WS-DRAFT-NO " paid"
               DELIMITED BY SIZE INTO WS-DRAFT-MEMO
           MOVE SPACES TO WS-TX-REF
           STRING "DRP-" WS-DRAFT-NO
               DELIMITED BY SIZE INTO WS-TX-REF
           PERFORM POST-DRAFT-LEDGER-ROW
           ADD 1 TO WS-DRAFTPAY-COUNT
           DISPLAY "Processed CHQPAY bank draft " WS-DRAFT-NO
                   " of " WS-AMOUNT-DISPLAY " - cleared from register".

       PROCESS-DRAFTSTALE.
           *> DRAFTSTALE,draft-no,REFUND|ESCHEAT disposes of a draft
           *> the stale-draft report shows outstanding past six
           *> months: REFUND credits the purchaser's account back,
           *> ESCHEAT moves the liability to unclaimed property.
           COMPUTE WS-DRAFT-NO = FUNCTION NUMVAL(WS-FIELD2)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-DRAFT-ACTION
           IF WS-DRAFT-ACTION NOT = "REFUND"
              AND WS-DRAFT-ACTION NOT = "ESCHEAT"
               MOVE "stale draft action not REFUND/ESCHEAT"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-DRAFT-REGISTER
           IF WS-DRAFT-STATUS = SPACES
               MOVE "draft not in the outstanding-draft register"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DRAFT-STATUS NOT = "OUTSTANDING"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "draft " FUNCTION TRIM(WS-DRAFT-STATUS)
                      " - nothing outstanding"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DRAFT-STALE NOT = "STALE"
               MOVE "draft not yet six months outstanding"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DRAFT-REG-AMOUNT TO WS-AMOUNT
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY

           IF WS-DRAFT-ACTION = "REFUND"
               PERFORM LOOKUP-ACCOUNT-STATUS
               IF WS-ACCT-STATUS = "CLOSED"
                   MOVE "purchaser account closed - escheat the draft"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET balance = balance + "
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      " WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               IF STMT = NULL-PTR THEN
                   CALL STATIC "LOG-DB-ERROR"
                       USING WS-ERROR-SOURCE, SQL-COMMAND
                   MOVE 'Y' TO WS-POST-FAILED
                   EXIT PARAGRAPH
               END-IF
               MOVE "DRAFT_REF" TO WS-DRAFT-TX-TYPE
               MOVE "REFUNDED" TO WS-DRAFT-STATUS
               MOVE SPACES TO WS-DRAFT-MEMO
               STRING "stale bank draft " WS-DRAFT-NO " refunded"
                   DELIMITED BY SIZE INTO WS-DRAFT-MEMO
               MOVE SPACES TO WS-TX-REF
               STRING "DRR-" WS-DRAFT-NO
                   DELIMITED BY SIZE INTO WS-TX-REF
           ELSE
               MOVE "DRAFT_ESCH" TO WS-DRAFT-TX-TYPE
               MOVE "ESCHEATED" TO WS-DRAFT-STATUS
               MOVE SPACES TO WS-DRAFT-MEMO
               STRING "stale bank draft " WS-DRAFT-NO " escheated"
                   DELIMITED BY SIZE INTO WS-DRAFT-MEMO
               MOVE SPACES TO WS-TX-REF
               STRING "DRE-" WS-DRAFT-NO
                   DELIMITED BY SIZE INTO WS-TX-REF
           END-IF
           PERFORM POST-DRAFT-LEDGER-ROW
           IF WS-DRAFT-ACTION = "REFUND"
               MOVE WS-AMOUNT TO WS-JOURNAL-SIGNED
               MOVE "DRAFT_REF" TO WS-JOURNAL-TYPE
               PERFORM WRITE-MOVEMENT-JOURNAL
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE bank_drafts SET status = '"
                  FUNCTION TRIM(WS-DRAFT-STATUS)
                  "', disposed_date = CURRENT_DATE WHERE draft_no = "
                  WS-DRAFT-NO
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           ADD 1 TO WS-DRAFTSTALE-COUNT
           DISPLAY "Processed DRAFTSTALE draft " WS-DRAFT-NO " "
                   FUNCTION TRIM(WS-DRAFT-STATUS) " - "
                   WS-AMOUNT-DISPLAY " for account " WS-ACCOUNT-ID.

       FETCH-DRAFT-REGISTER.
           *> status, amount and purchasing account of WS-DRAFT-NO;
           *> status stays blank when the draft is not on file
           MOVE SPACES TO WS-DRAFT-STATUS, WS-DRAFT-STALE
           MOVE 0 TO WS-DRAFT-REG-AMOUNT
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT status || ';' || amount || ';' || "
                  "account_id || ';' || CASE WHEN issued_date <= "
                  "CURRENT_DATE - INTERVAL '6 months' THEN 'STALE' "
                  "ELSE 'CURR' END FROM bank_drafts WHERE draft_no = "
                  WS-DRAFT-NO
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DRAFT-DETAIL, WS-DRAFT-F1, WS-DRAFT-F2,
               WS-DRAFT-F3, WS-DRAFT-F4
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-DRAFT-DETAIL
           UNSTRING WS-DRAFT-DETAIL DELIMITED BY ";"
               INTO WS-DRAFT-F1, WS-DRAFT-F2, WS-DRAFT-F3,
                    WS-DRAFT-F4
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DRAFT-F1))
               TO WS-DRAFT-STATUS
           COMPUTE WS-DRAFT-REG-AMOUNT = FUNCTION NUMVAL(WS-DRAFT-F2)
           MOVE FUNCTION NUMVAL(WS-DRAFT-F3) TO WS-ACCOUNT-ID
           MOVE WS-DRAFT-F4(1:5) TO WS-DRAFT-STALE.

       POST-DRAFT-LEDGER-ROW.
           *> one tx_log row of WS-DRAFT-TX-TYPE for WS-AMOUNT-DISPLAY
           *> on the purchaser's account; any balance change has
           *> already been made by the caller
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE WS-DRAFT-TX-TYPE TO WS-HASH-TYPE
           MOVE WS-AMOUNT-DISPLAY TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  WS-ACCOUNT-ID
                  ", '"
                  FUNCTION TRIM(WS-DRAFT-TX-TYPE)
                  "', "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", '"
                  FUNCTION TRIM(WS-DRAFT-MEMO)
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       PROCESS-OWNERMAINT.
           *> OWNERMAINT,account,customer-id,role maintains the named
           *> owners of an account (PRIMARY, JOINT, SIGNATORY, and
           *> GUARDIAN on a minor's account); role REMOVE takes the
           *> owner off. Every named owner screens
           *> against the blocked-party list - an owner added after
           *> opening must clear the same bar the opener did.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION NUMVAL(WS-FIELD3) TO WS-CUSTOMER-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD4))
               TO WS-OWNER-ROLE

           IF WS-OWNER-ROLE NOT = "PRIMARY"
              AND WS-OWNER-ROLE NOT = "JOINT"
              AND WS-OWNER-ROLE NOT = "SIGNATORY"
              AND WS-OWNER-ROLE NOT = "GUARDIAN"
              AND WS-OWNER-ROLE NOT = "REMOVE"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "owner role not PRIMARY/JOINT/SIGNATORY/"
                      "GUARDIAN/REMOVE"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTOMER-EXISTS
           IF NOT CUSTOMER-EXISTS
               MOVE "customer not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-PRIOR-OWNER-ROLE

           IF WS-OWNER-ROLE = "REMOVE"
               MOVE SPACES TO SQL-COMMAND
               STRING "DELETE FROM account_owners WHERE account_id = "
                      WS-ACCOUNT-ID
                      " AND customer_id = "
                      WS-CUSTOMER-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               ADD 1 TO WS-OWNERMAINT-COUNT
               DISPLAY "Processed OWNERMAINT REMOVE of customer "
                       WS-CUSTOMER-ID " from account " WS-ACCOUNT-ID
               MOVE "REMOVED" TO WS-CRM-NEW-VALUE
               PERFORM QUEUE-OWNER-CRM-EVENT
               EXIT PARAGRAPH
           END-IF

           *> a guardian signs for the minor, so must not be one
           IF WS-OWNER-ROLE = "GUARDIAN"
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT 'MINOR' FROM customers "
                      "WHERE customer_id = "
                      WS-CUSTOMER-ID
                      " AND date_of_birth > CURRENT_DATE - "
                      "INTERVAL '18 years'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       = "MINOR"
                   MOVE "guardian is under 18" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT name FROM customers WHERE customer_id = "
                  WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE SINGLE-RESULT-BUFFER(1:50) TO WS-SCREEN-NAME
               CALL STATIC "SCREEN-PARTY-NAME"
                   USING WS-SCREEN-NAME, WS-SCREEN-RESULT,
                         WS-SCREEN-MATCHED
               IF WS-SCREEN-RESULT = 'H'
                   PERFORM DIVERT-TO-COMPLIANCE-HOLD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> re-keying the same owner amends the role in place
           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM account_owners WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND customer_id = "
                  WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO account_owners (account_id, "
                  "customer_id, owner_role, added_at) VALUES ("
                  WS-ACCOUNT-ID
                  ", "
                  WS-CUSTOMER-ID
                  ", '"
                  FUNCTION TRIM(WS-OWNER-ROLE)
                  "', CURRENT_TIMESTAMP)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           *> the legacy single-owner column follows the PRIMARY role
           IF WS-OWNER-ROLE = "PRIMARY"
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET customer_id = "
                      WS-CUSTOMER-ID
                      " WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
           END-IF

           ADD 1 TO WS-OWNERMAINT-COUNT
           DISPLAY "Processed OWNERMAINT " WS-OWNER-ROLE
                   " for customer " WS-CUSTOMER-ID
                   " on account " WS-ACCOUNT-ID
           MOVE WS-OWNER-ROLE TO WS-CRM-NEW-VALUE
           PERFORM QUEUE-OWNER-CRM-EVENT.

       FETCH-PRIOR-OWNER-ROLE.
           *> the role being replaced or removed, for the CRM event
           MOVE SPACES TO WS-CRM-OLD-VALUE
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT owner_role FROM account_owners "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND customer_id = "
                  WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   TO WS-CRM-OLD-VALUE
           END-IF.

       QUEUE-OWNER-CRM-EVENT.
           MOVE "OWNERMAINT" TO WS-CRM-SOURCE
           MOVE WS-CUSTOMER-ID TO WS-CRM-CUSTOMER
           MOVE WS-ACCOUNT-ID TO WS-CRM-ACCOUNT
           MOVE "OWNER_ROLE" TO WS-CRM-FIELD
           PERFORM QUEUE-CRM-EVENT.

       QUEUE-CRM-EVENT.
           CALL STATIC "QUEUE-CRM-CHANGE"
               USING DBH, WS-CRM-SOURCE, WS-CRM-CUSTOMER,
                     WS-CRM-ACCOUNT, WS-CRM-FIELD, WS-CRM-OLD-VALUE,
                     WS-CRM-NEW-VALUE, WS-OPERATOR-ID,
                     WS-ERROR-SOURCE.

       PROCESS-RATEBAND.
           *> RATEBAND,account,ceiling|OPEN,rate adds one pricing
           *> band; ceiling CLEAR wipes the account's bands so a new
           *> set can be keyed. The open (topmost) band has no
           *> ceiling. A line that worsens the account's rates is
           *> held in pricing_changes for the notice period, and so
           *> is every later line for the account while one is held,
           *> so a keyed set stays together and in order.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-BAND-CEILING
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-BAND-CEILING = "CLEAR"
               PERFORM CHECK-RATEBAND-ADVERSE
               IF ADVERSE-CHANGE
                   PERFORM SCHEDULE-RATEBAND-CHANGE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SQL-COMMAND
               STRING "DELETE FROM rate_bands WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               ADD 1 TO WS-RATEBAND-COUNT
               DISPLAY "Processed RATEBAND CLEAR for account "
                       WS-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF

           IF WS-FIELD4 = SPACES
               MOVE "rate band needs a rate" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BAND-RATE = FUNCTION NUMVAL(WS-FIELD4)
           *> through the edited picture - a raw V99 strung into SQL
           *> drops the decimal point and stores the rate 100-fold
           MOVE WS-BAND-RATE TO WS-BAND-RATE-EDIT
           IF WS-BAND-CEILING NOT = "OPEN"
               COMPUTE WS-BAND-CEIL-NUM =
                   FUNCTION NUMVAL(WS-BAND-CEILING)
               MOVE WS-BAND-CEIL-NUM TO WS-BAND-CEIL-EDIT
           END-IF
           PERFORM CHECK-RATEBAND-ADVERSE
           IF ADVERSE-CHANGE
               PERFORM SCHEDULE-RATEBAND-CHANGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           IF WS-BAND-CEILING = "OPEN"
               STRING "INSERT INTO rate_bands (account_id, band_to, "
                      "rate, effective_date) VALUES ("
                      WS-ACCOUNT-ID
                      ", NULL, "
                      FUNCTION TRIM(WS-BAND-RATE-EDIT)
                      ", CURRENT_DATE)"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "INSERT INTO rate_bands (account_id, band_to, "
                      "rate, effective_date) VALUES ("
                      WS-ACCOUNT-ID
                      ", "
                      FUNCTION TRIM(WS-BAND-CEIL-EDIT)
                      ", "
                      FUNCTION TRIM(WS-BAND-RATE-EDIT)
                      ", CURRENT_DATE)"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               ADD 1 TO WS-RATEBAND-COUNT
               DISPLAY "Processed RATEBAND "
                       FUNCTION TRIM(WS-BAND-CEILING)
                       " at " WS-BAND-RATE-EDIT
                       " for account " WS-ACCOUNT-ID
           END-IF.

       CHECK-RATEBAND-ADVERSE.
           *> a band line worsens terms when it pays less than the
           *> rate the balance at its ceiling earns today (the band
           *> covering it, else the flat credit rate); CLEAR worsens
           *> them whenever there are bands to take away
           MOVE 'N' TO WS-ADVERSE-FLAG
           MOVE SPACES TO WS-CHANGE-DESC
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FROM pricing_changes "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND change_kind = 'RATEBAND' "
                  "AND status = 'SCHEDULED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0
                   MOVE 'Y' TO WS-ADVERSE-FLAG
               END-IF
           END-IF

           IF WS-BAND-CEILING = "CLEAR"
               MOVE "all interest rate bands withdrawn"
                   TO WS-CHANGE-DESC
               IF ADVERSE-CHANGE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT COUNT(*) FROM rate_bands "
                      "WHERE account_id = "
                      WS-ACCOUNT-ID
                      " AND effective_date <= CURRENT_DATE"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       NOT = SPACES
                   IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0
                       MOVE 'Y' TO WS-ADVERSE-FLAG
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           IF WS-BAND-CEILING = "OPEN"
               MOVE "99999999999" TO WS-CUR-PRICING
           ELSE
               MOVE FUNCTION TRIM(WS-BAND-CEIL-EDIT) TO WS-CUR-PRICING
           END-IF
           STRING "SELECT COALESCE((SELECT rate FROM rate_bands "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND effective_date <= CURRENT_DATE "
                  "AND COALESCE(band_to, 99999999999) >= "
                  FUNCTION TRIM(WS-CUR-PRICING)
                  " ORDER BY COALESCE(band_to, 99999999999) LIMIT 1),"
                  " (SELECT credit_rate FROM pricing_schedule "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND effective_date <= CURRENT_DATE "
                  "ORDER BY effective_date DESC LIMIT 1), 0)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE 0 TO WS-CUR-RATE
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-CUR-RATE =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF
           IF WS-BAND-RATE < WS-CUR-RATE
               MOVE 'Y' TO WS-ADVERSE-FLAG
           END-IF

           MOVE WS-CUR-RATE TO WS-DESC-OLD
           MOVE WS-BAND-RATE TO WS-DESC-NEW
           IF WS-BAND-CEILING = "OPEN"
               STRING "interest above the top band "
                      FUNCTION TRIM(WS-DESC-OLD) "% to "
                      FUNCTION TRIM(WS-DESC-NEW) "%"
                   DELIMITED BY SIZE INTO WS-CHANGE-DESC
           ELSE
               STRING "interest on balances up to "
                      FUNCTION TRIM(WS-BAND-CEIL-EDIT) " "
                      FUNCTION TRIM(WS-DESC-OLD) "% to "
                      FUNCTION TRIM(WS-DESC-NEW) "%"
                   DELIMITED BY SIZE INTO WS-CHANGE-DESC
           END-IF.

       SCHEDULE-RATEBAND-CHANGE.
           *> rate_bands has no notion of a set taking over from
           *> another on a date, so the line itself is held and
           *> pricing-change-notice applies it once the notice has
           *> gone and the date has come
           MOVE SPACES TO SQL-COMMAND
           EVALUATE WS-BAND-CEILING
               WHEN "CLEAR"
                   MOVE "NULL" TO WS-CUR-PRICING
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-BAND-RATE-EDIT)
                       TO WS-CUR-PRICING
           END-EVALUATE
           IF WS-BAND-CEILING NOT = "CLEAR"
                   AND WS-BAND-CEILING NOT = "OPEN"
               MOVE FUNCTION TRIM(WS-BAND-CEIL-EDIT)
                   TO WS-BAND-CEILING
           END-IF
           STRING "INSERT INTO pricing_changes (account_id, "
                  "change_kind, band_ceiling, new_rate, description, "
                  "keyed_date, keyed_by, effective_date, status, "
                  "notice_status) VALUES ("
                  WS-ACCOUNT-ID ", 'RATEBAND', '"
                  FUNCTION TRIM(WS-BAND-CEILING) "', "
                  FUNCTION TRIM(WS-CUR-PRICING) ", '"
                  FUNCTION TRIM(WS-CHANGE-DESC)
                  "', CURRENT_DATE, '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', CURRENT_DATE + "
                  FUNCTION TRIM(WS-PRICE-NOTICE-DSP)
                  ", 'SCHEDULED', 'PENDING')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               ADD 1 TO WS-RATEBAND-COUNT
               ADD 1 TO WS-SCHEDULED-COUNT
               DISPLAY "Scheduled RATEBAND "
                       FUNCTION TRIM(WS-BAND-CEILING)
                       " for account " WS-ACCOUNT-ID
                       " to take effect in "
                       FUNCTION TRIM(WS-PRICE-NOTICE-DSP)
                       " days after customer notice"
           END-IF.

       PROCESS-SWEEP.
           *> SWEEP,operating,partner,target,floor sets the nightly
           *> sweep instruction for the pair; target CANCEL ends it.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION NUMVAL(WS-FIELD3) TO WS-SWEEP-PARTNER

           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "operating account not on file"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> re-keying the pair replaces the instruction
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE sweep_instructions SET status = "
                  "'CANCELLED' WHERE operating_account = "
                  WS-ACCOUNT-ID
                  " AND partner_account = "
                  WS-SWEEP-PARTNER
                  " AND status = 'ACTIVE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD4))
                   = "CANCEL"
               ADD 1 TO WS-SWEEP-COUNT
               DISPLAY "Processed SWEEP CANCEL for pair "
                       WS-ACCOUNT-ID " / " WS-SWEEP-PARTNER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SWEEP-PARTNER TO WS-ACCOUNT-ID
           PERFORM CHECK-ACCOUNT-EXISTS
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           IF NOT ACCOUNT-EXISTS
               MOVE "partner account not on file"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD4 = SPACES OR WS-FIELD5 = SPACES
               MOVE "sweep needs target and floor amounts"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SWEEP-TARGET = FUNCTION NUMVAL(WS-FIELD4)
           COMPUTE WS-SWEEP-FLOOR = FUNCTION NUMVAL(WS-FIELD5)
           IF WS-SWEEP-FLOOR > WS-SWEEP-TARGET
               MOVE "sweep floor exceeds target" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SWEEP-TARGET TO WS-SWEEP-TARGET-EDIT
           MOVE WS-SWEEP-FLOOR TO WS-SWEEP-FLOOR-EDIT

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO sweep_instructions "
                  "(operating_account, partner_account, "
                  "target_balance, floor_balance, status) VALUES ("
                  WS-ACCOUNT-ID
                  ", "
                  WS-SWEEP-PARTNER
                  ", "
                  FUNCTION TRIM(WS-SWEEP-TARGET-EDIT)
                  ", "
                  FUNCTION TRIM(WS-SWEEP-FLOOR-EDIT)
                  ", 'ACTIVE')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               ADD 1 TO WS-SWEEP-COUNT
               DISPLAY "Processed SWEEP for pair " WS-ACCOUNT-ID
                       " / " WS-SWEEP-PARTNER
                       " (target " WS-SWEEP-TARGET-EDIT
                       ", floor " WS-SWEEP-FLOOR-EDIT ")"
           END-IF.

       PROCESS-TERMBREAK.
           *> TERMBREAK,account[,penalty-rate] breaks a term deposit
           *> before maturity. Interest recomputes at the penalty
           *> rate for the days actually held, the break is recorded,
           *> and the principal releases through the normal closure
           *> workflow - no more side arithmetic at the branch.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID

           *> back to the house default every line - a rate keyed on
           *> one TERMBREAK must never leak into the next
           MOVE 1.00 TO WS-BREAK-RATE
           MOVE SPACES TO WS-ENV-BREAK-RATE
           ACCEPT WS-ENV-BREAK-RATE FROM ENVIRONMENT
               "TERM_BREAK_RATE"
           IF WS-ENV-BREAK-RATE NOT = SPACES
               COMPUTE WS-BREAK-RATE =
                   FUNCTION NUMVAL(WS-ENV-BREAK-RATE)
           END-IF
           IF WS-FIELD3 NOT = SPACES
               COMPUTE WS-BREAK-RATE = FUNCTION NUMVAL(WS-FIELD3)
           END-IF
           *> through the edited picture - a raw V99 strung into SQL
           *> or a memo drops the decimal point
           MOVE WS-BREAK-RATE TO WS-BREAK-RATE-EDIT

           *> only an unbroken TERM account may break
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT a.customer_id FROM accounts a "
                  "JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE a.account_id = "
                  WS-ACCOUNT-ID
                  " AND p.class = 'TERM' "
                  "AND COALESCE(a.status,'OPEN') <> 'CLOSED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               MOVE "not an open term-deposit account"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
               TO WS-CUSTOMER-ID

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT 1 FROM term_breaks WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE "deposit already broken" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> days held run from the deposit's first ledger entry
           MOVE 0 TO WS-BREAK-DAYS
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT CURRENT_DATE - MIN(created_at::date) "
                  "FROM (SELECT created_at FROM tx_log "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  " UNION ALL SELECT created_at "
                  "FROM tx_log_archive WHERE account_id = "
                  WS-ACCOUNT-ID
                  ") t"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-BREAK-DAYS =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF

           PERFORM FETCH-CLOSURE-BALANCE
           *> the break's net bank-wide movement is minus the balance
           *> as it stood: the penalty interest credits and then the
           *> whole settled balance leaves. The line itself carries
           *> no amount, so the day-net accumulates here.
           SUBTRACT WS-CLOSE-BALANCE FROM WS-DAY-NET
           MOVE 0 TO WS-BREAK-INT-EDIT
           COMPUTE WS-BREAK-INTEREST ROUNDED =
               WS-CLOSE-BALANCE * WS-BREAK-RATE * WS-BREAK-DAYS
               / 36500
           IF WS-BREAK-INTEREST > 0
               MOVE WS-BREAK-INTEREST TO WS-BREAK-INT-EDIT
               MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
               MOVE "INTEREST" TO WS-HASH-TYPE
               MOVE WS-BREAK-INT-EDIT TO WS-HASH-AMOUNT
               CALL STATIC "CHAIN-TX-HASH"
                   USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                         WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET balance = balance + "
                      FUNCTION TRIM(WS-BREAK-INT-EDIT)
                      " WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               IF STMT = NULL-PTR THEN
                   CALL STATIC "LOG-DB-ERROR"
                       USING WS-ERROR-SOURCE, SQL-COMMAND
                   *> nothing has moved, so neither has the day-net
                   ADD WS-CLOSE-BALANCE TO WS-DAY-NET
                   MOVE 'Y' TO WS-POST-FAILED
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SQL-COMMAND
               STRING "INSERT INTO tx_log (account_id, tx_type, "
                      "amount, memo, prev_hash, entry_hash, "
                      "balance_after, operator_id, tx_ref) VALUES ("
                      WS-ACCOUNT-ID
                      ", 'INTEREST', "
                      FUNCTION TRIM(WS-BREAK-INT-EDIT)
                      ", 'early redemption at penalty rate "
                      FUNCTION TRIM(WS-BREAK-RATE-EDIT)
                      " for "
                      WS-BREAK-DAYS
                      " days', '"
                      FUNCTION TRIM(WS-PREV-HASH)
                      "', '"
                      FUNCTION TRIM(WS-ENTRY-HASH)
                      "', (SELECT balance FROM accounts "
                      "WHERE account_id = "
                      WS-ACCOUNT-ID
                      "), '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "', '"
                      FUNCTION TRIM(WS-TX-REF)
                      "')"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               MOVE WS-BREAK-INTEREST TO WS-JOURNAL-SIGNED
               MOVE "INTEREST" TO WS-JOURNAL-TYPE
               PERFORM WRITE-MOVEMENT-JOURNAL
               ADD WS-BREAK-INTEREST TO WS-CLOSE-BALANCE
           END-IF

           *> the penalty recomputation for the actual days held
           *> supersedes the standard accrual - clear both accrual
           *> columns so month end cannot post onto the closed
           *> account
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET accrued_interest = 0, "
                  "accrued_debit_interest = 0 WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           *> record the break before closure so the maturity job
           *> never rolls this account over
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO term_breaks (account_id, break_date, "
                  "days_held, penalty_rate, interest_paid) VALUES ("
                  WS-ACCOUNT-ID
                  ", CURRENT_DATE, "
                  WS-BREAK-DAYS
                  ", "
                  FUNCTION TRIM(WS-BREAK-RATE-EDIT)
                  ", "
                  FUNCTION TRIM(WS-BREAK-INT-EDIT)
                  ")"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           *> principal releases through the normal closure path
           PERFORM SETTLE-CLOSURE-BALANCE
           PERFORM WRITE-FINAL-STATEMENT
           PERFORM ARCHIVE-CLOSED-LEDGER
           PERFORM MARK-ACCOUNT-CLOSED

           ADD 1 TO WS-TERMBREAK-COUNT
           DISPLAY "Processed TERMBREAK of account " WS-ACCOUNT-ID
                   " after " WS-BREAK-DAYS " day(s) at penalty rate "
                   WS-BREAK-RATE-EDIT ".".

       PROCESS-PRODMIGRATE.
           *> PRODMIGRATE,account,new-product switches the account's
           *> product mid-cycle: the old product's accrued interest
           *> capitalizes to the switch date, the new product's terms
           *> run from today, and the migration logs as an auditable
           *> ledger event plus a product-history row.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-MIG-NEW-PRODUCT

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT class FROM products WHERE product_code = '"
                  FUNCTION TRIM(WS-MIG-NEW-PRODUCT)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               MOVE "unknown product code" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(product_code,'') || ';' || "
                  "COALESCE(accrued_interest,0) FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND COALESCE(status,'OPEN') <> 'CLOSED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               MOVE "account not on file or closed"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RET-DETAIL, WS-MIG-OLD-PRODUCT,
               WS-RET-AMT
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-RET-DETAIL
           UNSTRING WS-RET-DETAIL DELIMITED BY ";"
               INTO WS-MIG-OLD-PRODUCT, WS-RET-AMT
           END-UNSTRING
           IF FUNCTION TRIM(WS-MIG-OLD-PRODUCT) =
                   FUNCTION TRIM(WS-MIG-NEW-PRODUCT)
               MOVE "account already on that product"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MIG-ACCRUED = FUNCTION NUMVAL(WS-RET-AMT)

           *> prorate: the old product's accrual to date posts now
           IF WS-MIG-ACCRUED > 0
               MOVE WS-MIG-ACCRUED TO WS-MIG-ACCR-EDIT
               MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
               MOVE "INTEREST" TO WS-HASH-TYPE
               MOVE WS-MIG-ACCR-EDIT TO WS-HASH-AMOUNT
               CALL STATIC "CHAIN-TX-HASH"
                   USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                         WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET balance = balance + "
                      FUNCTION TRIM(WS-MIG-ACCR-EDIT)
                      ", accrued_interest = 0 WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               IF STMT = NULL-PTR THEN
                   CALL STATIC "LOG-DB-ERROR"
                       USING WS-ERROR-SOURCE, SQL-COMMAND
                   MOVE 'Y' TO WS-POST-FAILED
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SQL-COMMAND
               STRING "INSERT INTO tx_log (account_id, tx_type, "
                      "amount, memo, prev_hash, entry_hash, "
                      "balance_after, operator_id, tx_ref) VALUES ("
                      WS-ACCOUNT-ID
                      ", 'INTEREST', "
                      FUNCTION TRIM(WS-MIG-ACCR-EDIT)
                      ", 'migration proration of product "
                      FUNCTION TRIM(WS-MIG-OLD-PRODUCT)
                      "', '"
                      FUNCTION TRIM(WS-PREV-HASH)
                      "', '"
                      FUNCTION TRIM(WS-ENTRY-HASH)
                      "', (SELECT balance FROM accounts "
                      "WHERE account_id = "
                      WS-ACCOUNT-ID
                      "), '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "', 'MIG')"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               MOVE WS-MIG-ACCRUED TO WS-JOURNAL-SIGNED
               MOVE "INTEREST" TO WS-JOURNAL-TYPE
               PERFORM WRITE-MOVEMENT-JOURNAL
               *> the capitalized accrual moves the bank-wide balance
               *> but rides no amount on the line - day-net
               *> accumulates here
               ADD WS-MIG-ACCRUED TO WS-DAY-NET
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET product_code = '"
                  FUNCTION TRIM(WS-MIG-NEW-PRODUCT)
                  "' WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           *> the migration itself is an auditable, zero-amount
           *> ledger event marking the segment boundary on statements
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE "PRODMIG" TO WS-HASH-TYPE
           MOVE "0.00" TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  WS-ACCOUNT-ID
                  ", 'PRODMIG', 0, 'product migration "
                  FUNCTION TRIM(WS-MIG-OLD-PRODUCT)
                  " -> "
                  FUNCTION TRIM(WS-MIG-NEW-PRODUCT)
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', 'MIG')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO account_product_history (account_id, "
                  "old_product, new_product, switch_date, "
                  "operator_id) VALUES ("
                  WS-ACCOUNT-ID
                  ", '"
                  FUNCTION TRIM(WS-MIG-OLD-PRODUCT)
                  "', '"
                  FUNCTION TRIM(WS-MIG-NEW-PRODUCT)
                  "', CURRENT_DATE, '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           ADD 1 TO WS-PRODMIG-COUNT
           DISPLAY "Processed PRODMIGRATE of account " WS-ACCOUNT-ID
                   " from " FUNCTION TRIM(WS-MIG-OLD-PRODUCT)
                   " to " FUNCTION TRIM(WS-MIG-NEW-PRODUCT) ".".

       PROCESS-LEGALORD.
           *> LEGALORD,account,docket,authority,amount|ALL,expiry
           *> loads a court order. It ranks ahead of deposit holds in
           *> every funds check and only legal-order-release - which
           *> demands the docket number - can lift it.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION TRIM(WS-FIELD3) TO WS-LEGAL-DOCKET
           MOVE FUNCTION TRIM(WS-FIELD4) TO WS-LEGAL-AUTHORITY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD5))
               TO WS-LEGAL-AMOUNT
           MOVE FUNCTION TRIM(WS-FIELD6) TO WS-LEGAL-EXPIRY

           IF WS-LEGAL-DOCKET = SPACES OR WS-LEGAL-AUTHORITY = SPACES
               MOVE "legal order needs docket and authority"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT 1 FROM legal_orders WHERE docket_no = '"
                  FUNCTION TRIM(WS-LEGAL-DOCKET)
                  "' AND status = 'ACTIVE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE "docket already on file and active"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-STATEMENT-TEXT
           IF WS-LEGAL-AMOUNT = "ALL" OR WS-LEGAL-AMOUNT = SPACES
               STRING "INSERT INTO legal_orders (docket_no, "
                      "account_id, authority, amount, expiry_date, "
                      "status, placed_at) VALUES (?, "
                      WS-ACCOUNT-ID
                      ", ?, NULL, "
                   DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           ELSE
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-LEGAL-AMOUNT)
               MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
               STRING "INSERT INTO legal_orders (docket_no, "
                      "account_id, authority, amount, expiry_date, "
                      "status, placed_at) VALUES (?, "
                      WS-ACCOUNT-ID
                      ", ?, "
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", "
                   DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           END-IF
           IF WS-LEGAL-EXPIRY = SPACES
               STRING FUNCTION TRIM(SQL-STATEMENT-TEXT)
                      " NULL, 'ACTIVE', CURRENT_TIMESTAMP)"
                   DELIMITED BY SIZE INTO WS-REGISTRY-SQL
           ELSE
               STRING FUNCTION TRIM(SQL-STATEMENT-TEXT)
                      " '"
                      FUNCTION TRIM(WS-LEGAL-EXPIRY)
                      "', 'ACTIVE', CURRENT_TIMESTAMP)"
                   DELIMITED BY SIZE INTO WS-REGISTRY-SQL
           END-IF
           MOVE SPACES TO SQL-STATEMENT-TEXT
           MOVE FUNCTION TRIM(WS-REGISTRY-SQL)
               TO SQL-STATEMENT-TEXT
           MOVE 2 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-LEGAL-DOCKET) TO SQL-PARAM(1)
           MOVE FUNCTION TRIM(WS-LEGAL-AUTHORITY) TO SQL-PARAM(2)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC = 0
               ADD 1 TO WS-LEGALORD-COUNT
               DISPLAY "Processed LEGALORD docket "
                       FUNCTION TRIM(WS-LEGAL-DOCKET)
                       " on account " WS-ACCOUNT-ID
                       " (" FUNCTION TRIM(WS-LEGAL-AUTHORITY) ")"
           END-IF.

       PROCESS-STMTCYCLE.
           *> STMTCYCLE,account,M|Q|D sets the statement cycle the
           *> scheduler drives: monthly, quarterly or on-demand.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-NEW-ACCT-STATUS
           IF WS-NEW-ACCT-STATUS NOT = "M"
              AND WS-NEW-ACCT-STATUS NOT = "Q"
              AND WS-NEW-ACCT-STATUS NOT = "D"
               MOVE "statement cycle not M/Q/D" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET statement_cycle = '"
                  FUNCTION TRIM(WS-NEW-ACCT-STATUS)
                  "' WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               DISPLAY "Processed STMTCYCLE " WS-NEW-ACCT-STATUS(1:1)
                       " for account " WS-ACCOUNT-ID
           END-IF.

       PROCESS-MAILSTOP.
           *> MAILSTOP,account,Y|N - returned mail stops the paper
           *> statement for the account; electronic delivery is
           *> untouched. N lifts the suppression when a good address
           *> lands.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-NEW-ACCT-STATUS
           IF WS-NEW-ACCT-STATUS NOT = "Y"
              AND WS-NEW-ACCT-STATUS NOT = "N"
               MOVE "mail suppression flag not Y/N"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           *> the flag being replaced and the account's customer, for
           *> the CRM event
           MOVE SPACES TO WS-CRM-DETAIL, WS-CRM-OLD-VALUE,
               WS-CRM-CUSTOMER
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(mail_suppressed,'N') || ';' || "
                  "COALESCE(customer_id::text,'') FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   TO WS-CRM-DETAIL
               UNSTRING WS-CRM-DETAIL DELIMITED BY ";"
                   INTO WS-CRM-OLD-VALUE, WS-CRM-CUSTOMER
               END-UNSTRING
           END-IF
           MOVE SPACES TO SQL-COMMAND
           IF WS-NEW-ACCT-STATUS = "Y"
               STRING "UPDATE accounts SET mail_suppressed = 'Y', "
                      "mail_suppressed_date = CURRENT_DATE "
                      "WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "UPDATE accounts SET mail_suppressed = 'N', "
                      "mail_suppressed_date = NULL "
                      "WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               DISPLAY "Processed MAILSTOP " WS-NEW-ACCT-STATUS(1:1)
                       " for account " WS-ACCOUNT-ID
               MOVE "MAILSTOP" TO WS-CRM-SOURCE
               MOVE WS-ACCOUNT-ID TO WS-CRM-ACCOUNT
               MOVE "MAIL_SUPPRESSED" TO WS-CRM-FIELD
               MOVE WS-NEW-ACCT-STATUS(1:1) TO WS-CRM-NEW-VALUE
               PERFORM QUEUE-CRM-EVENT
           END-IF.

       PROCESS-HOLDDAYS.
           *> HOLDDAYS,account,days|DEFAULT - cheque deposits to the
           *> account are held this many days instead of the house
           *> HOLD_DAYS; DEFAULT puts the account back on the house
           *> setting.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-NEW-ACCT-STATUS
           IF WS-NEW-ACCT-STATUS NOT = "DEFAULT"
              AND (FUNCTION TRIM(WS-NEW-ACCT-STATUS) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(WS-NEW-ACCT-STATUS) < 1
                   OR FUNCTION NUMVAL(WS-NEW-ACCT-STATUS) > 30)
               MOVE "hold days not 1-30 or DEFAULT"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           IF WS-NEW-ACCT-STATUS = "DEFAULT"
               STRING "UPDATE accounts SET hold_days = NULL "
                      "WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "UPDATE accounts SET hold_days = "
                      FUNCTION TRIM(WS-NEW-ACCT-STATUS)
                      " WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               DISPLAY "Processed HOLDDAYS "
                       FUNCTION TRIM(WS-NEW-ACCT-STATUS)
                       " for account " WS-ACCOUNT-ID
           END-IF.

       PROCESS-BILLER.
           *> BILLER,biller-id,name,settlement-account,ref-format,
           *> MOD10|NONE adds or amends a biller in the directory;
           *> BILLER,biller-id,CLOSE stops new payments to it. The
           *> reference format is a picture - 9 digit, A letter,
           *> X letter or digit, anything else literal.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD2))
               TO WS-BILLER-ID
           MOVE FUNCTION TRIM(WS-FIELD3) TO WS-BILLER-NAME
           MOVE FUNCTION TRIM(WS-FIELD4) TO WS-BILLER-SETTLE-ACCT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD5))
               TO WS-BILLER-FORMAT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD6))
               TO WS-BILLER-CHECK
           IF WS-BILLER-ID = SPACES
               MOVE "biller needs a biller id" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-BILLER-NAME) = "CLOSE"
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "UPDATE billers SET status = 'CLOSED' "
                      "WHERE biller_id = '"
                      FUNCTION TRIM(WS-BILLER-ID)
                      "' RETURNING biller_id"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       = SPACES
                   MOVE "biller not in directory" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BILLER-COUNT
               DISPLAY "Processed BILLER " FUNCTION TRIM(WS-BILLER-ID)
                       " - closed to new payments"
               EXIT PARAGRAPH
           END-IF

           IF WS-BILLER-NAME = SPACES
              OR WS-BILLER-SETTLE-ACCT = SPACES
               MOVE "biller needs a name and settlement account"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-BILLER-CHECK = SPACES
               MOVE "NONE" TO WS-BILLER-CHECK
           END-IF
           IF WS-BILLER-CHECK NOT = "NONE"
              AND WS-BILLER-CHECK NOT = "MOD10"
               MOVE "biller check rule not MOD10 or NONE"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> a re-keyed biller replaces its directory entry and is
           *> open for payments again
           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM billers WHERE biller_id = '"
                  FUNCTION TRIM(WS-BILLER-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO billers (biller_id, name, "
                  "settlement_account, ref_format, ref_check, status, "
                  "updated_date) VALUES (?, ?, ?, ?, ?, 'ACTIVE', "
                  "CURRENT_DATE)"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 5 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-BILLER-ID) TO SQL-PARAM(1)
           MOVE FUNCTION TRIM(WS-BILLER-NAME) TO SQL-PARAM(2)
           MOVE FUNCTION TRIM(WS-BILLER-SETTLE-ACCT) TO SQL-PARAM(3)
           MOVE FUNCTION TRIM(WS-BILLER-FORMAT) TO SQL-PARAM(4)
           MOVE FUNCTION TRIM(WS-BILLER-CHECK) TO SQL-PARAM(5)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC NOT = 0
               MOVE "biller directory update failed"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BILLER-COUNT
           DISPLAY "Processed BILLER " FUNCTION TRIM(WS-BILLER-ID)
                   " " FUNCTION TRIM(WS-BILLER-NAME)
                   " (reference " FUNCTION TRIM(WS-BILLER-FORMAT)
                   " " FUNCTION TRIM(WS-BILLER-CHECK) ")".

       PROCESS-BILLPAY.
           *> BILLPAY,account,biller-id,biller-reference,amount[,ref]
           *> - the customer pays a bill. The reference must fit the
           *> biller's format before a penny moves; the money then
           *> waits in biller settlement until the cut-off file goes
           *> out, and a biller rejecting the reference sends it back
           *> through RETURN under this payment's reference.
           MOVE FUNCTION TRIM(WS-FIELD2) TO WS-CHECK-DIGIT-ID
           PERFORM VERIFY-INTAKE-CHECK-DIGIT
           IF WS-CHECK-DIGIT-RESULT = 'I'
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-FIELD5)
               ADD WS-AMOUNT TO WS-ACTUAL-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-BILLER-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD4))
               TO WS-BILLER-REF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-FIELD5)
           ADD WS-AMOUNT TO WS-ACTUAL-TOTAL

           IF WS-AMOUNT NOT > 0
               MOVE "bill payment amount must be positive"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT status || ';' || COALESCE(ref_format,'') "
                  "|| ';' || COALESCE(ref_check,'NONE') "
                  "FROM billers WHERE biller_id = '"
                  FUNCTION TRIM(WS-BILLER-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               MOVE "biller not in directory" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BILLER-DETAIL, WS-BILLER-STATUS,
               WS-BILLER-FORMAT, WS-BILLER-CHECK
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-BILLER-DETAIL
           UNSTRING WS-BILLER-DETAIL DELIMITED BY ";"
               INTO WS-BILLER-STATUS, WS-BILLER-FORMAT, WS-BILLER-CHECK
           END-UNSTRING
           IF WS-BILLER-STATUS NOT = "ACTIVE"
               MOVE "biller closed to new payments"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           CALL STATIC "CHECK-BILLER-REFERENCE"
               USING WS-BILLER-REF, WS-BILLER-FORMAT, WS-BILLER-CHECK,
                     WS-BILLER-REF-RESULT
           IF WS-BILLER-REF-RESULT NOT = 'V'
               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE WS-BILLER-REF-RESULT
                   WHEN 'B'
                       MOVE "bill payment needs the biller reference"
                           TO WS-REJECT-REASON
                   WHEN 'C'
                       STRING "biller reference fails "
                              FUNCTION TRIM(WS-BILLER-ID)
                              " check digit"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   WHEN OTHER
                       STRING "biller reference not in "
                              FUNCTION TRIM(WS-BILLER-ID)
                              " format "
                              FUNCTION TRIM(WS-BILLER-FORMAT)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-EVALUATE
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT >= WS-APPROVAL-THRESHOLD
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                  NOT = "APPROVAL-DESK"
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-ORIGIN))
                  NOT = "SCREENING-DESK"
               PERFORM HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-BRANCH
           PERFORM CHECK-EXPOSURE-LIMIT
           IF WS-EXPO-RESULT = 'B'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT name FROM billers WHERE biller_id = '"
                  FUNCTION TRIM(WS-BILLER-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE SPACES TO WS-SCREEN-NAME
           IF RC = 0
               MOVE SINGLE-RESULT-BUFFER(1:50) TO WS-SCREEN-NAME
           END-IF
           MOVE "BILLPAY" TO WS-SCREEN-CHANNEL
           PERFORM SCREEN-PAYMENT-BENEFICIARY
           IF WS-SCREEN-RESULT = 'H'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DORMANCY-BLOCK
           IF WS-DORMANCY-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "FROZEN" OR WS-ACCT-STATUS = "CLOSED"
              OR WS-ACCT-STATUS = "RESTRICTED"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "account " FUNCTION TRIM(WS-ACCT-STATUS)
                      " - bill not paid"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           *> a bill paid from a minor's account counts as a withdrawal
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE WS-AMOUNT TO WS-NOTWD-AMOUNT
           CALL STATIC "CHECK-MINOR-WITHDRAWAL"
               USING DBH, WS-ACCT-ID-STR, WS-NOTWD-AMOUNT,
                     WS-MINWD-RESULT, WS-MINWD-LIMIT
           IF WS-MINWD-RESULT = 'G'
               MOVE "minor account has no guardian on file"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MINWD-RESULT = 'L'
               MOVE WS-MINWD-LIMIT TO WS-MINWD-LIMIT-EDIT
               MOVE SPACES TO WS-REJECT-REASON
               STRING "minor daily withdrawal limit of "
                      FUNCTION TRIM(WS-MINWD-LIMIT-EDIT) " exceeded"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AVAILABLE-FUNDS
           IF WS-AVAIL-FUNDS < WS-AMOUNT
               MOVE "insufficient funds - bill not paid"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> the biller's copy of the payment comes first - no debit
           *> without a remittance line to settle it
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO bill_payments (tx_ref, biller_id, "
                  "account_id, biller_ref, amount, paid_date, "
                  "status) VALUES ('"
                  FUNCTION TRIM(WS-TX-REF)
                  "', '"
                  FUNCTION TRIM(WS-BILLER-ID)
                  "', "
                  WS-ACCOUNT-ID
                  ", '"
                  FUNCTION TRIM(WS-BILLER-REF)
                  "', "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", CURRENT_DATE, 'PENDING')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "bill payment register unavailable - not paid"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           *> parked like any outbound payment, so the settlement
           *> matcher and the RETURN path see it; it goes SENT when
           *> the biller's file is cut
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO outbound_settlements (tx_ref, "
                  "source_account, target_route, amount, status) "
                  "VALUES ('"
                  FUNCTION TRIM(WS-TX-REF)
                  "', "
                  WS-ACCOUNT-ID
                  ", 'BILLER "
                  FUNCTION TRIM(WS-BILLER-ID)
                  "', "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", 'QUEUED')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  " WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE 'Y' TO WS-POST-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE "BILLPAY" TO WS-HASH-TYPE
           MOVE WS-AMOUNT-DISPLAY TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH
           MOVE SPACES TO WS-BILLER-MEMO
           STRING "bill payment " FUNCTION TRIM(WS-BILLER-ID)
                  " ref " FUNCTION TRIM(WS-BILLER-REF)
               DELIMITED BY SIZE INTO WS-BILLER-MEMO
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  WS-ACCOUNT-ID
                  ", 'BILLPAY', "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", '"
                  FUNCTION TRIM(WS-BILLER-MEMO)
                  "', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF

           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-AMOUNT
           MOVE "BILLPAY" TO WS-JOURNAL-TYPE
           PERFORM WRITE-MOVEMENT-JOURNAL
           ADD 1 TO WS-BILLPAY-COUNT
           ADD WS-AMOUNT TO WS-BILLPAY-TOTAL
           PERFORM CHECK-LOWBAL-ALERT

           DISPLAY "Processed BILLPAY " FUNCTION TRIM(WS-TX-REF)
                   " to " FUNCTION TRIM(WS-BILLER-ID)
                   " ref " FUNCTION TRIM(WS-BILLER-REF)
                   " of " WS-AMOUNT-DISPLAY " from account "
                   WS-ACCOUNT-ID.

       PROCESS-PAYEE.
           *> PAYEE,account,payee-name,payee-account registers a
           *> payee; PAYEE,account,REMOVE,payee-account takes it off.
           *> A new payee is in cooling-off until cooling_until -
           *> transfers to it are capped or go to the approval desk
           *> until then - and the customer is alerted to the change.
           MOVE FUNCTION TRIM(WS-FIELD2) TO WS-CHECK-DIGIT-ID
           PERFORM VERIFY-INTAKE-CHECK-DIGIT
           IF WS-CHECK-DIGIT-RESULT = 'I'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION TRIM(WS-FIELD3) TO WS-PAYEE-NAME
           MOVE FUNCTION TRIM(WS-FIELD4) TO WS-PAYEE-ACCT
           IF WS-PAYEE-NAME = SPACES OR WS-PAYEE-ACCT = SPACES
               MOVE "payee needs a name and payee account"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-BRANCH
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR

           IF FUNCTION UPPER-CASE(WS-PAYEE-NAME) = "REMOVE"
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "UPDATE registered_payees SET status = "
                      "'REMOVED' WHERE account_id = '"
                      FUNCTION TRIM(WS-ACCT-ID-STR)
                      "' AND payee_account = '"
                      FUNCTION TRIM(WS-PAYEE-ACCT)
                      "' AND status = 'ACTIVE' RETURNING payee_account"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       = SPACES
                   MOVE "payee not registered for account"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAYEE-COUNT
               DISPLAY "Processed PAYEE " FUNCTION TRIM(WS-PAYEE-ACCT)
                       " removed for account " WS-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-PAYEE-ACCT)
                   = FUNCTION TRIM(WS-ACCT-ID-STR)
               MOVE "account cannot be its own payee"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT payee_account FROM registered_payees "
                  "WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ID-STR)
                  "' AND payee_account = '"
                  FUNCTION TRIM(WS-PAYEE-ACCT)
                  "' AND status = 'ACTIVE'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE "payee already registered for account"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO registered_payees (account_id, "
                  "payee_account, payee_name, registered_at, "
                  "cooling_until, status) VALUES (?, ?, ?, "
                  "CURRENT_TIMESTAMP, CURRENT_TIMESTAMP + INTERVAL '"
                  WS-PAYEE-COOLING-HOURS
                  " hours', 'ACTIVE')"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 3 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-ACCT-ID-STR) TO SQL-PARAM(1)
           MOVE FUNCTION TRIM(WS-PAYEE-ACCT) TO SQL-PARAM(2)
           MOVE FUNCTION TRIM(WS-PAYEE-NAME) TO SQL-PARAM(3)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC NOT = 0
               MOVE "payee registration failed" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "payee " FUNCTION TRIM(WS-PAYEE-ACCT) " "
                  FUNCTION TRIM(WS-PAYEE-NAME) " added"
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           CALL STATIC "QUEUE-ALERT-TRIGGER"
               USING DBH, WS-ACCT-ID-STR, "NEWPAYEE    ",
                     WS-ALERT-DETAIL
           ADD 1 TO WS-PAYEE-COUNT
           DISPLAY "Processed PAYEE " FUNCTION TRIM(WS-PAYEE-ACCT)
                   " " FUNCTION TRIM(WS-PAYEE-NAME)
                   " for account " WS-ACCOUNT-ID
                   " - cooling-off " WS-PAYEE-COOLING-HOURS " hours".

       PROCESS-VIRTUAL.
           *> VIRTUAL,master-account,client-label,virtual-number opens
           *> a receivables sub-account under a real account;
           *> VIRTUAL,master-account,CLOSE,virtual-number closes it.
           *> Numbers start VA so intake can tell them from real ones.
           MOVE FUNCTION TRIM(WS-FIELD2) TO WS-CHECK-DIGIT-ID
           PERFORM VERIFY-INTAKE-CHECK-DIGIT
           IF WS-CHECK-DIGIT-RESULT = 'I'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION TRIM(WS-FIELD3) TO WS-VIRTUAL-LABEL
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD4))
               TO WS-VIRTUAL-ID
           IF WS-VIRTUAL-LABEL = SPACES
              OR WS-VIRTUAL-ID(1:2) NOT = WS-VIRTUAL-PREFIX
              OR WS-VIRTUAL-ID(3:1) = SPACE
               MOVE "virtual line needs a label and a VA number"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "master account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-BRANCH

           IF FUNCTION UPPER-CASE(WS-VIRTUAL-LABEL) = "CLOSE"
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "UPDATE virtual_accounts SET status = 'CLOSED', "
                      "closed_date = CURRENT_DATE WHERE virtual_id = '"
                      FUNCTION TRIM(WS-VIRTUAL-ID)
                      "' AND master_account_id = "
                      WS-ACCOUNT-ID
                      " AND status = 'ACTIVE' RETURNING virtual_id"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       = SPACES
                   MOVE "virtual account not open under this master"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VIRTUALMAINT-COUNT
               DISPLAY "Processed VIRTUAL " FUNCTION TRIM(WS-VIRTUAL-ID)
                       " closed under account " WS-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF

           *> a number once issued is never reissued - a payer still
           *> quoting it must not land on someone else
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT virtual_id FROM virtual_accounts "
                  "WHERE virtual_id = '"
                  FUNCTION TRIM(WS-VIRTUAL-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               MOVE "virtual account number already issued"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO virtual_accounts (virtual_id, "
                  "master_account_id, client_label, status, balance, "
                  "opened_date) VALUES (?, ?, ?, 'ACTIVE', 0, "
                  "CURRENT_DATE)"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 3 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-VIRTUAL-ID) TO SQL-PARAM(1)
           MOVE FUNCTION TRIM(WS-ACCT-ID-STR) TO SQL-PARAM(2)
           MOVE FUNCTION TRIM(WS-VIRTUAL-LABEL) TO SQL-PARAM(3)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC NOT = 0
               MOVE "virtual account registration failed"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VIRTUALMAINT-COUNT
           DISPLAY "Processed VIRTUAL " FUNCTION TRIM(WS-VIRTUAL-ID)
                   " " FUNCTION TRIM(WS-VIRTUAL-LABEL)
                   " under account " WS-ACCOUNT-ID.

       PROCESS-MEMO.
           *> MEMO,account,category,expiry|NONE,text... leaves a note
           *> where the next operator will see it. Text keyed with
           *> embedded commas stitches back together; a WARNING memo
           *> also rides the inquiry channel's replies.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-MEMO-CATEGORY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD4))
               TO WS-MEMO-EXPIRY

           IF WS-MEMO-CATEGORY = SPACES
               MOVE "memo category missing" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MEMO-TEXT
           IF WS-FIELD7 NOT = SPACES
               STRING FUNCTION TRIM(WS-FIELD5) ", "
                      FUNCTION TRIM(WS-FIELD6) ", "
                      FUNCTION TRIM(WS-FIELD7)
                   DELIMITED BY SIZE INTO WS-MEMO-TEXT
           ELSE
               IF WS-FIELD6 NOT = SPACES
                   STRING FUNCTION TRIM(WS-FIELD5) ", "
                          FUNCTION TRIM(WS-FIELD6)
                       DELIMITED BY SIZE INTO WS-MEMO-TEXT
               ELSE
                   MOVE FUNCTION TRIM(WS-FIELD5) TO WS-MEMO-TEXT
               END-IF
           END-IF
           IF WS-MEMO-TEXT = SPACES
               MOVE "memo text missing" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-STATEMENT-TEXT
           IF WS-MEMO-EXPIRY = SPACES OR WS-MEMO-EXPIRY = "NONE"
               STRING "INSERT INTO account_memos (account_id, "
                      "category, memo_text, author, expiry_date, "
                      "created_at) VALUES ("
                      WS-ACCOUNT-ID
                      ", '"
                      FUNCTION TRIM(WS-MEMO-CATEGORY)
                      "', ?, '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "', NULL, CURRENT_TIMESTAMP)"
                   DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           ELSE
               STRING "INSERT INTO account_memos (account_id, "
                      "category, memo_text, author, expiry_date, "
                      "created_at) VALUES ("
                      WS-ACCOUNT-ID
                      ", '"
                      FUNCTION TRIM(WS-MEMO-CATEGORY)
                      "', ?, '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "', '"
                      FUNCTION TRIM(WS-MEMO-EXPIRY)
                      "', CURRENT_TIMESTAMP)"
                   DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           END-IF
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-MEMO-TEXT) TO SQL-PARAM(1)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC = 0
               ADD 1 TO WS-MEMO-COUNT
               DISPLAY "Processed MEMO ("
                       FUNCTION TRIM(WS-MEMO-CATEGORY)
                       ") on account " WS-ACCOUNT-ID
           END-IF.

       PROCESS-COMPLAINT.
           *> COMPLAINT,customer,account|NONE,category,description...
           *> opens a case on the complaints register. The due dates
           *> run from today's business date on the category's
           *> statutory clock; a complaint with no account is filed
           *> against the branch of the customer's first account.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-CUSTOMER-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-CMP-ACCOUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD4))
               TO WS-CMP-CATEGORY

           PERFORM CHECK-CUSTOMER-EXISTS
           IF NOT CUSTOMER-EXISTS
               MOVE "customer not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE WS-BUSINESS-DATE TO WS-CMP-RECEIVED
           CALL STATIC "COMPLAINT-DUE-DATES"
               USING WS-CMP-CATEGORY, WS-CMP-RECEIVED,
                     WS-CMP-ACK-DUE, WS-CMP-FINAL-DUE, WS-CMP-RESULT
           IF WS-CMP-RESULT NOT = 'Y'
               MOVE "complaint category not recognised"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           IF WS-CMP-ACCOUNT = SPACES OR WS-CMP-ACCOUNT = "NONE"
               MOVE "NULL" TO WS-CMP-ACCOUNT
               STRING "SELECT COALESCE(branch_code,'HQ') FROM accounts "
                      "WHERE customer_id = "
                      WS-CUSTOMER-ID
                      " ORDER BY account_id LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               MOVE FUNCTION NUMVAL(WS-CMP-ACCOUNT) TO WS-ACCOUNT-ID
               MOVE WS-ACCOUNT-ID TO WS-CMP-ACCOUNT
               STRING "SELECT COALESCE(a.branch_code,'HQ') "
                      "FROM accounts a WHERE a.account_id = "
                      WS-ACCOUNT-ID
                      " AND (a.customer_id = "
                      WS-CUSTOMER-ID
                      " OR EXISTS (SELECT 1 FROM account_owners o "
                      "WHERE o.account_id = a.account_id "
                      "AND o.customer_id = "
                      WS-CUSTOMER-ID
                      "))"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF WS-CMP-ACCOUNT NOT = "NULL"
              AND (RC NOT = 0
                   OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) = SPACES)
               MOVE "account not on file for this customer"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF RC = 0 AND SINGLE-RESULT-BUFFER NOT = SPACES
               MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-CMP-BRANCH
           ELSE
               MOVE "HQ" TO WS-CMP-BRANCH
           END-IF

           MOVE SPACES TO WS-CMP-TEXT
           IF WS-FIELD7 NOT = SPACES
               STRING FUNCTION TRIM(WS-FIELD5) ", "
                      FUNCTION TRIM(WS-FIELD6) ", "
                      FUNCTION TRIM(WS-FIELD7)
                   DELIMITED BY SIZE INTO WS-CMP-TEXT
           ELSE
               IF WS-FIELD6 NOT = SPACES
                   STRING FUNCTION TRIM(WS-FIELD5) ", "
                          FUNCTION TRIM(WS-FIELD6)
                       DELIMITED BY SIZE INTO WS-CMP-TEXT
               ELSE
                   MOVE FUNCTION TRIM(WS-FIELD5) TO WS-CMP-TEXT
               END-IF
           END-IF
           IF WS-CMP-TEXT = SPACES
               MOVE "complaint description missing" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-STATEMENT-TEXT
           STRING "INSERT INTO complaints (customer_id, account_id, "
                  "category, description, branch_code, received_date, "
                  "ack_due_date, final_due_date, status, logged_by) "
                  "VALUES ("
                  WS-CUSTOMER-ID ", "
                  FUNCTION TRIM(WS-CMP-ACCOUNT) ", '"
                  FUNCTION TRIM(WS-CMP-CATEGORY) "', ?, '"
                  FUNCTION TRIM(WS-CMP-BRANCH) "', '"
                  WS-CMP-RECEIVED "', '"
                  WS-CMP-ACK-DUE "', '"
                  WS-CMP-FINAL-DUE "', 'OPEN', '"
                  FUNCTION TRIM(WS-OPERATOR-ID) "')"
               DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-CMP-TEXT) TO SQL-PARAM(1)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC = 0
               ADD 1 TO WS-COMPLAINT-COUNT
               DISPLAY "Processed COMPLAINT ("
                       FUNCTION TRIM(WS-CMP-CATEGORY)
                       ") for customer " WS-CUSTOMER-ID
                       " - acknowledge by " WS-CMP-ACK-DUE
                       ", final response by " WS-CMP-FINAL-DUE
           END-IF.

       PROCESS-CARDISSUE.
           *> CARDISSUE,account,customer-id,card-number,YYYY-MM issues
           *> a debit card on the account to one of its named owners;
           *> the card is good to the last day of the expiry month.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           MOVE FUNCTION NUMVAL(WS-FIELD3) TO WS-CUSTOMER-ID
           MOVE WS-FIELD4 TO WS-CARD-PAN
           PERFORM MASK-CARD-NUMBER
           IF WS-CARD-VALID NOT = 'Y'
               MOVE "card number not 13-19 digits" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CARD-HASH
           IF WS-CARD-HASH-RESULT NOT = 'Y'
               PERFORM REJECT-UNHASHED-CARD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-FIELD5) TO WS-CARD-EXPIRY
           PERFORM VALIDATE-CARD-EXPIRY
           IF WS-CARD-VALID NOT = 'Y'
               MOVE "card expiry not a future YYYY-MM"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "CLOSED"
               MOVE "account closed - no card issued"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> the cardholder must be a named owner of the account;
           *> accounts from before joint ownership carry only the
           *> legacy owner column
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT 1 FROM account_owners WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND customer_id = "
                  WS-CUSTOMER-ID
                  " UNION SELECT 1 FROM accounts WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND customer_id = "
                  WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               MOVE "cardholder is not an owner of the account"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-CARD-ROW
           IF WS-CARD-STATUS NOT = SPACES
               MOVE "card number already on the register"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCOUNT-ID TO WS-CARD-ACCOUNT
           MOVE WS-CUSTOMER-ID TO WS-CARD-CUSTOMER
           MOVE SPACES TO WS-CARD-OLD-MASKED
           MOVE SPACES TO WS-CARD-OLD-HASH
           PERFORM INSERT-CARD-ROW
           IF STMT NOT = NULL-PTR
               ADD 1 TO WS-CARD-COUNT
               DISPLAY "Processed CARDISSUE "
                       FUNCTION TRIM(WS-CARD-MASKED)
                       " for customer " WS-CUSTOMER-ID
                       " on account " WS-ACCOUNT-ID
           END-IF.

       PROCESS-CARDBLOCK.
           *> CARDBLOCK,card,BLOCK|LOST|STOLEN|UNBLOCK - a temporary
           *> block lifts with UNBLOCK; lost or stolen is final and
           *> the card goes on the branches' hot list until replaced.
           MOVE WS-FIELD2 TO WS-CARD-PAN
           PERFORM LOCATE-CARD
           IF WS-CARD-LOCATED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-CARD-REASON

           EVALUATE WS-CARD-REASON
               WHEN "BLOCK"
                   IF WS-CARD-STATUS NOT = "ACTIVE"
                       MOVE "only an active card can be blocked"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-LINE-WITH-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "BLOCKED" TO WS-CARD-NEW-STATUS
               WHEN "LOST"
               WHEN "STOLEN"
                   IF WS-CARD-STATUS NOT = "ACTIVE"
                      AND WS-CARD-STATUS NOT = "BLOCKED"
                       MOVE "card not active or blocked"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-LINE-WITH-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "LOST-STOLEN" TO WS-CARD-NEW-STATUS
               WHEN "UNBLOCK"
                   IF WS-CARD-STATUS NOT = "BLOCKED"
                       MOVE "only a blocked card can be unblocked"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-LINE-WITH-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "ACTIVE" TO WS-CARD-NEW-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "card block reason not "
                          "BLOCK/LOST/STOLEN/UNBLOCK"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM UPDATE-CARD-STATUS
           IF STMT = NULL-PTR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARD-COUNT
           DISPLAY "Processed CARDBLOCK " FUNCTION TRIM(WS-CARD-REASON)
                   " on card " FUNCTION TRIM(WS-CARD-MASKED)

           *> the cardholder hears about any block at once - a block
           *> they did not ask for is itself a fraud signal
           IF WS-CARD-NEW-STATUS NOT = "ACTIVE"
               MOVE WS-CARD-ACCOUNT TO WS-ACCT-ID-STR
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING "card " FUNCTION TRIM(WS-CARD-MASKED) " "
                      FUNCTION TRIM(WS-CARD-NEW-STATUS)
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL
               CALL STATIC "QUEUE-ALERT-TRIGGER"
                   USING DBH, WS-ACCT-ID-STR, "CARDBLOCK   ",
                         WS-ALERT-DETAIL
           END-IF.

       PROCESS-CARDREPLACE.
           *> CARDREPLACE,old-card,new-card,YYYY-MM issues the new
           *> plastic on the same account and cardholder. A lost or
           *> stolen card keeps that status so it stays on the hot
           *> list; any other old card closes.
           MOVE WS-FIELD2 TO WS-CARD-PAN
           PERFORM LOCATE-CARD
           IF WS-CARD-LOCATED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           *> a card still known only by its masked number cannot
           *> be told apart from its replacement
           IF WS-CARD-HASH = SPACES
               MOVE "key the old card number in full to replace it"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-MASKED TO WS-CARD-OLD-MASKED
           MOVE WS-CARD-HASH TO WS-CARD-OLD-HASH

           MOVE FUNCTION TRIM(WS-FIELD4) TO WS-CARD-EXPIRY
           PERFORM VALIDATE-CARD-EXPIRY
           IF WS-CARD-VALID NOT = 'Y'
               MOVE "card expiry not a future YYYY-MM"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD3 TO WS-CARD-PAN
           PERFORM MASK-CARD-NUMBER
           IF WS-CARD-VALID NOT = 'Y'
               MOVE "replacement card number not 13-19 digits"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CARD-HASH
           IF WS-CARD-HASH-RESULT NOT = 'Y'
               PERFORM REJECT-UNHASHED-CARD
               EXIT PARAGRAPH
           END-IF
           *> the same number again is a renewal with a new expiry;
           *> a compromised number never comes back
           IF WS-CARD-HASH = WS-CARD-OLD-HASH
              AND WS-CARD-STATUS = "LOST-STOLEN"
               MOVE "lost or stolen card needs a new number"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> the old card's account and holder carry across; check
           *> the new number is free before touching the old row
           MOVE WS-CARD-STATUS TO WS-CARD-NEW-STATUS
           MOVE WS-CARD-ACCOUNT TO WS-ACCOUNT-ID
           MOVE WS-CARD-CUSTOMER TO WS-CUSTOMER-ID
           IF WS-CARD-HASH NOT = WS-CARD-OLD-HASH
               PERFORM FETCH-CARD-ROW
               IF WS-CARD-STATUS NOT = SPACES
                   MOVE "replacement card already on the register"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LOOKUP-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "CLOSED"
               MOVE "account closed - no card issued"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO WS-CARD-ACCOUNT
           MOVE WS-CUSTOMER-ID TO WS-CARD-CUSTOMER

           IF WS-CARD-NEW-STATUS NOT = "LOST-STOLEN"
               MOVE WS-CARD-HASH TO WS-CARD-NEW-HASH
               MOVE WS-CARD-OLD-HASH TO WS-CARD-HASH
               MOVE "REPLACED" TO WS-CARD-REASON
               MOVE "CLOSED" TO WS-CARD-NEW-STATUS
               PERFORM UPDATE-CARD-STATUS
               MOVE WS-CARD-NEW-HASH TO WS-CARD-HASH
               IF STMT = NULL-PTR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM INSERT-CARD-ROW
           IF STMT = NULL-PTR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARD-COUNT
           DISPLAY "Processed CARDREPLACE "
                   FUNCTION TRIM(WS-CARD-OLD-MASKED) " -> "
                   FUNCTION TRIM(WS-CARD-MASKED)
                   " on account " WS-ACCOUNT-ID.

       PROCESS-CARDCLOSE.
           *> CARDCLOSE,card takes the card out of use for good.
           MOVE WS-FIELD2 TO WS-CARD-PAN
           PERFORM LOCATE-CARD
           IF WS-CARD-LOCATED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSED" TO WS-CARD-REASON
           MOVE "CLOSED" TO WS-CARD-NEW-STATUS
           PERFORM UPDATE-CARD-STATUS
           IF STMT NOT = NULL-PTR
               ADD 1 TO WS-CARD-COUNT
               DISPLAY "Processed CARDCLOSE on card "
                       FUNCTION TRIM(WS-CARD-MASKED)
                       " (account " WS-CARD-ACCOUNT ")"
           END-IF.

       PROCESS-COLLECT.
           *> COLLECT,item,outcome,amount,YYYY-MM-DD,note... records a
           *> collector's contact against an open collections item.
           *> Outcome PTP needs the promised amount and date, and
           *> replaces any promise still pending on the item; the
           *> nightly collections run proves it against the ledger.
           IF FUNCTION TRIM(WS-FIELD2) IS NOT NUMERIC
               MOVE "collections item id not numeric"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-COLL-ITEM-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
               TO WS-COLL-OUTCOME
           EVALUATE WS-COLL-OUTCOME
               WHEN "NOANSWER"
               WHEN "LEFTMSG"
               WHEN "CONTACTED"
               WHEN "PTP"
               WHEN "REFUSED"
               WHEN "DISPUTE"
                   CONTINUE
               WHEN OTHER
                   MOVE "unknown collections outcome"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT account_id FROM collection_items "
                  "WHERE item_id = "
                  WS-COLL-ITEM-ID
                  " AND status = 'OPEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) = SPACES
               MOVE "collections item not open" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-COLL-ACCOUNT

           MOVE 0 TO WS-COLL-PTP-AMOUNT
           MOVE SPACES TO WS-COLL-PTP-DATE
           IF WS-COLL-OUTCOME = "PTP"
               MOVE FUNCTION NUMVAL(WS-FIELD4) TO WS-COLL-PTP-AMOUNT
               MOVE FUNCTION TRIM(WS-FIELD5) TO WS-COLL-PTP-DATE
               IF WS-COLL-PTP-AMOUNT NOT > 0
                   MOVE "promise amount missing" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
               CALL STATIC "BUSINESS-DATE"
                   USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
               IF WS-COLL-PTP-DATE(1:4) IS NOT NUMERIC
                  OR WS-COLL-PTP-DATE(5:1) NOT = "-"
                  OR WS-COLL-PTP-DATE(6:2) IS NOT NUMERIC
                  OR WS-COLL-PTP-DATE(8:1) NOT = "-"
                  OR WS-COLL-PTP-DATE(9:2) IS NOT NUMERIC
                   MOVE "promise date not YYYY-MM-DD"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-COLL-PTP-DATE(1:4) < WS-BUSINESS-DATE(1:4)
                  OR (WS-COLL-PTP-DATE(1:4) = WS-BUSINESS-DATE(1:4)
                      AND WS-COLL-PTP-DATE(6:2) < WS-BUSINESS-DATE(5:2))
                  OR (WS-COLL-PTP-DATE(1:4) = WS-BUSINESS-DATE(1:4)
                      AND WS-COLL-PTP-DATE(6:2) = WS-BUSINESS-DATE(5:2)
                      AND WS-COLL-PTP-DATE(9:2) < WS-BUSINESS-DATE(7:2))
                   MOVE "promise date already past" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE collection_contacts SET promise_status = "
                      "'SUPERSEDED', resolved_date = CURRENT_DATE "
                      "WHERE item_id = "
                      WS-COLL-ITEM-ID
                      " AND promise_status = 'PENDING'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                   RETURNING STMT
               IF STMT = NULL-PTR THEN
                   CALL STATIC "LOG-DB-ERROR"
                       USING WS-ERROR-SOURCE, SQL-COMMAND
               END-IF
           END-IF

           MOVE SPACES TO WS-COLL-NOTE
           IF WS-FIELD7 NOT = SPACES
               STRING FUNCTION TRIM(WS-FIELD6) ", "
                      FUNCTION TRIM(WS-FIELD7)
                   DELIMITED BY SIZE INTO WS-COLL-NOTE
           ELSE
               MOVE FUNCTION TRIM(WS-FIELD6) TO WS-COLL-NOTE
           END-IF

           MOVE WS-COLL-PTP-AMOUNT TO WS-COLL-PTP-EDIT
           MOVE SPACES TO SQL-STATEMENT-TEXT
           IF WS-COLL-OUTCOME = "PTP"
               STRING "INSERT INTO collection_contacts (item_id, "
                      "account_id, contact_date, outcome, "
                      "promise_amount, promise_date, promise_status, "
                      "collector_id, note) VALUES ("
                      WS-COLL-ITEM-ID
                      ", "
                      FUNCTION TRIM(WS-COLL-ACCOUNT)
                      ", CURRENT_DATE, 'PTP', "
                      FUNCTION TRIM(WS-COLL-PTP-EDIT)
                      ", '"
                      WS-COLL-PTP-DATE
                      "', 'PENDING', '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "', ?)"
                   DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           ELSE
               STRING "INSERT INTO collection_contacts (item_id, "
                      "account_id, contact_date, outcome, "
                      "promise_amount, promise_date, promise_status, "
                      "collector_id, note) VALUES ("
                      WS-COLL-ITEM-ID
                      ", "
                      FUNCTION TRIM(WS-COLL-ACCOUNT)
                      ", CURRENT_DATE, '"
                      FUNCTION TRIM(WS-COLL-OUTCOME)
                      "', NULL, NULL, NULL, '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "', ?)"
                   DELIMITED BY SIZE INTO SQL-STATEMENT-TEXT
           END-IF
           MOVE 1 TO SQL-PARAM-COUNT
           MOVE FUNCTION TRIM(WS-COLL-NOTE) TO SQL-PARAM(1)
           CALL STATIC "DB-EXEC-PARAMS"
               USING DBH, SQL-STATEMENT-TEXT, SQL-PARAM-COUNT,
                     SQL-PARAMS, WS-ERROR-SOURCE, SQL-PARAM-RC
           IF SQL-PARAM-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE collection_items SET last_outcome = '"
                  FUNCTION TRIM(WS-COLL-OUTCOME)
                  "', last_contact_date = CURRENT_DATE "
                  "WHERE item_id = "
                  WS-COLL-ITEM-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           ADD 1 TO WS-COLLECT-COUNT
           DISPLAY "Processed COLLECT (" FUNCTION TRIM(WS-COLL-OUTCOME)
                   ") on collections item " WS-COLL-ITEM-ID.

       PROCESS-NOTICE.
           *> NOTICE,account,amount,YYYY-MM-DD registers a customer's
           *> notice to withdraw the amount from a notice product on
           *> that date. The date must be at least the product's
           *> notice period from today; the withdrawal itself draws
           *> the notice down once it has matured.
           IF FUNCTION TRIM(WS-FIELD2) IS NOT NUMERIC
               MOVE "account id not numeric" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID
           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "CLOSED"
               MOVE "account closed - notice refused"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD3) TO WS-NOTICE-AMOUNT
           IF WS-NOTICE-AMOUNT NOT > 0
               MOVE "notice amount missing" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-FIELD4) TO WS-NOTICE-DATE
           IF WS-NOTICE-DATE(1:4) IS NOT NUMERIC
              OR WS-NOTICE-DATE(5:1) NOT = "-"
              OR WS-NOTICE-DATE(6:2) IS NOT NUMERIC
              OR WS-NOTICE-DATE(8:1) NOT = "-"
              OR WS-NOTICE-DATE(9:2) IS NOT NUMERIC
               MOVE "notice date not YYYY-MM-DD" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(p.notice_days,0) "
                  "FROM accounts a JOIN products p "
                  "ON a.product_code = p.product_code "
                  "WHERE a.account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           MOVE 0 TO WS-NOTICE-DAYS
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-NOTICE-DAYS =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF
           IF WS-NOTICE-DAYS = 0
               MOVE "account is not on a notice product"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           STRING WS-NOTICE-DATE(1:4) WS-NOTICE-DATE(6:2)
                  WS-NOTICE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-NOTICE-DATE-NUM
           COMPUTE WS-NOTICE-DAYS-GIVEN =
               FUNCTION INTEGER-OF-DATE(WS-NOTICE-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-BUSINESS-DATE))
           IF WS-NOTICE-DAYS-GIVEN < WS-NOTICE-DAYS
               MOVE SPACES TO WS-REJECT-REASON
               STRING "notice period is " WS-NOTICE-DAYS
                      " days - date too early"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOTICE-AMOUNT TO WS-NOTICE-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO withdrawal_notices (account_id, "
                  "amount, used_amount, given_date, mature_date, "
                  "status, operator_id) VALUES ("
                  WS-ACCOUNT-ID
                  ", "
                  FUNCTION TRIM(WS-NOTICE-EDIT)
                  ", 0, DATE '"
                  WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
                  WS-BUSINESS-DATE(7:2)
                  "', DATE '"
                  WS-NOTICE-DATE
                  "', 'PENDING', '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE "notice could not be recorded" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTICE-COUNT
           DISPLAY "Processed NOTICE of " FUNCTION TRIM(WS-NOTICE-EDIT)
                   " on account " WS-ACCOUNT-ID " maturing "
                   WS-NOTICE-DATE.

       PROCESS-DECEASED.
           *> DECEASED,customer-id,YYYY-MM-DD records a death. The
           *> customer's sole accounts freeze for the estate (credits
           *> still land and are flagged for possible return), their
           *> standing orders and mandates are cancelled, and joint
           *> accounts pass to the surviving owners. estate-release
           *> later pays an estate out to the executor.
           IF FUNCTION TRIM(WS-FIELD2) IS NOT NUMERIC
               MOVE "customer id not numeric" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-CUSTOMER-ID
           MOVE FUNCTION TRIM(WS-FIELD3) TO WS-DEATH-DATE
           IF WS-DEATH-DATE(1:4) IS NOT NUMERIC
              OR WS-DEATH-DATE(5:1) NOT = "-"
              OR WS-DEATH-DATE(6:2) IS NOT NUMERIC
              OR WS-DEATH-DATE(8:1) NOT = "-"
              OR WS-DEATH-DATE(9:2) IS NOT NUMERIC
               MOVE "date of death not YYYY-MM-DD" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTOMER-EXISTS
           IF NOT CUSTOMER-EXISTS
               MOVE "customer not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COALESCE(status,'ACTIVE') FROM customers "
                  "WHERE customer_id = "
                  WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = "DECEASED"
               MOVE "customer already recorded deceased"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE customers SET status = 'DECEASED', "
                  "date_of_death = DATE '"
                  WS-DEATH-DATE
                  "' WHERE customer_id = "
                  WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXEC-DECEASED-STEP
           IF STMT = NULL-PTR
               MOVE "death could not be recorded" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           *> a sole account is one with no other PRIMARY or JOINT
           *> owner - it becomes part of the estate
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO estate_accounts (customer_id, "
                  "account_id, date_of_death, status, recorded_date) "
                  "SELECT " WS-CUSTOMER-ID ", account_id, DATE '"
                  WS-DEATH-DATE "', 'FROZEN', CURRENT_DATE FROM "
                  "accounts a WHERE COALESCE(status,'OPEN') <> "
                  "'CLOSED' AND customer_id = " WS-CUSTOMER-ID
                  " AND NOT EXISTS (SELECT 1 FROM account_owners o "
                  "WHERE o.account_id = a.account_id AND "
                  "o.customer_id <> " WS-CUSTOMER-ID
                  " AND o.owner_role IN ('PRIMARY','JOINT'))"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXEC-DECEASED-STEP

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET status = 'FROZEN' WHERE "
                  "account_id IN (SELECT account_id FROM "
                  "estate_accounts WHERE customer_id = "
                  WS-CUSTOMER-ID ")"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXEC-DECEASED-STEP

           *> nothing more leaves the estate on the customer's old
           *> instructions
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE standing_orders SET status = 'CANCELLED' "
                  "WHERE status = 'ACTIVE' AND source_account IN "
                  "(SELECT account_id FROM estate_accounts "
                  "WHERE customer_id = " WS-CUSTOMER-ID ")"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXEC-DECEASED-STEP
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE dd_mandates SET status = 'CANCELLED' "
                  "WHERE status = 'ACTIVE' AND account_id IN "
                  "(SELECT account_id FROM estate_accounts "
                  "WHERE customer_id = " WS-CUSTOMER-ID ")"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXEC-DECEASED-STEP

           MOVE 0 TO WS-DEATH-SOLE, WS-DEATH-JOINT
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FROM estate_accounts "
                  "WHERE customer_id = " WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-DEATH-SOLE =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF

           *> joint accounts: a surviving joint owner steps up where
           *> the deceased was primary, then the deceased comes off
           *> every account outside the estate, signing roles too
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE account_owners o SET owner_role = "
                  "'PRIMARY' FROM accounts a WHERE a.account_id = "
                  "o.account_id AND a.customer_id = " WS-CUSTOMER-ID
                  " AND o.customer_id = (SELECT MIN(j.customer_id) "
                  "FROM account_owners j WHERE j.account_id = "
                  "o.account_id AND j.customer_id <> " WS-CUSTOMER-ID
                  " AND j.owner_role IN ('PRIMARY','JOINT'))"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXEC-DECEASED-STEP
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts a SET customer_id = o.customer_id "
                  "FROM account_owners o WHERE o.account_id = "
                  "a.account_id AND o.owner_role = 'PRIMARY' AND "
                  "o.customer_id <> " WS-CUSTOMER-ID
                  " AND a.customer_id = " WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXEC-DECEASED-STEP

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT COUNT(*) FROM account_owners WHERE "
                  "customer_id = " WS-CUSTOMER-ID
                  " AND owner_role IN ('PRIMARY','JOINT') AND "
                  "account_id NOT IN (SELECT account_id FROM "
                  "estate_accounts WHERE customer_id = "
                  WS-CUSTOMER-ID ")"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC = 0 AND FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   NOT = SPACES
               COMPUTE WS-DEATH-JOINT =
                   FUNCTION NUMVAL(SINGLE-RESULT-BUFFER)
           END-IF
           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM account_owners WHERE customer_id = "
                  WS-CUSTOMER-ID
                  " AND account_id NOT IN (SELECT account_id FROM "
                  "estate_accounts WHERE customer_id = "
                  WS-CUSTOMER-ID ")"
               DELIMITED BY SIZE INTO SQL-COMMAND
           PERFORM EXEC-DECEASED-STEP

           ADD 1 TO WS-DECEASED-COUNT
           DISPLAY "Processed DECEASED for customer " WS-CUSTOMER-ID
                   " (died " WS-DEATH-DATE "): " WS-DEATH-SOLE
                   " sole account(s) frozen for the estate, "
                   WS-DEATH-JOINT " joint account(s) to survivors".

       EXEC-DECEASED-STEP.
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       MASK-CARD-NUMBER.
           *> a full number of 13-19 digits masks to its first six
           *> and last four; a number keyed already masked (copied
           *> off a report) is taken as it stands, for finding a card
           *> but never for issuing one
           MOVE 'N' TO WS-CARD-VALID
           MOVE SPACES TO WS-CARD-MASKED
           MOVE FUNCTION TRIM(WS-CARD-PAN) TO WS-CARD-PAN
           IF WS-CARD-PAN = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CARD-PAN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-PAN))
           IF WS-CARD-PAN-LEN < 13 OR WS-CARD-PAN-LEN > 19
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CARD-STARS
           INSPECT WS-CARD-PAN(1:WS-CARD-PAN-LEN)
               TALLYING WS-CARD-STARS FOR ALL "*"
           IF WS-CARD-STARS > 0
               IF WS-CARD-PAN(1:6) IS NUMERIC
                  AND WS-CARD-PAN(WS-CARD-PAN-LEN - 3:4) IS NUMERIC
                   MOVE WS-CARD-PAN(1:WS-CARD-PAN-LEN)
                       TO WS-CARD-MASKED
                   MOVE 'Y' TO WS-CARD-VALID
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-PAN(1:WS-CARD-PAN-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "*" TO WS-CARD-MASKED(1:WS-CARD-PAN-LEN)
           MOVE WS-CARD-PAN(1:6) TO WS-CARD-MASKED(1:6)
           MOVE WS-CARD-PAN(WS-CARD-PAN-LEN - 3:4)
               TO WS-CARD-MASKED(WS-CARD-PAN-LEN - 3:4)
           MOVE 'Y' TO WS-CARD-VALID.

       COMPUTE-CARD-HASH.
           *> the register key; a masked number has none
           MOVE SPACES TO WS-CARD-HASH
           CALL STATIC "HASH-CARD-NUMBER"
               USING DBH, WS-CARD-PAN, WS-CARD-HASH,
                     WS-CARD-HASH-RESULT.

       REJECT-UNHASHED-CARD.
           EVALUATE WS-CARD-HASH-RESULT
               WHEN 'M'
                   MOVE "full card number needed to issue a card"
                       TO WS-REJECT-REASON
               WHEN 'K'
                   MOVE "card key not configured - card not processed"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "card number could not be hashed"
                       TO WS-REJECT-REASON
           END-EVALUATE
           PERFORM REJECT-LINE-WITH-REASON.

       LOCATE-CARD.
           *> the live register row for the card on the line - by
           *> the hash of a full number, or by a masked number only
           *> where it fits a single live card
           MOVE 'N' TO WS-CARD-LOCATED
           PERFORM MASK-CARD-NUMBER
           IF WS-CARD-VALID NOT = 'Y'
               MOVE "card number not 13-19 digits" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CARD-HASH
           IF WS-CARD-HASH-RESULT NOT = 'Y'
              AND WS-CARD-HASH-RESULT NOT = 'M'
               PERFORM REJECT-UNHASHED-CARD
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-CARD-ROW
           IF WS-CARD-STATUS = SPACES
              AND WS-CARD-HASH-RESULT = 'Y'
               PERFORM ADOPT-LEGACY-CARD
           END-IF
           IF WS-CARD-MATCHES > 1
               MOVE SPACES TO WS-REJECT-REASON
               STRING "masked card number fits several cards - "
                      "key it in full"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-STATUS = SPACES
               MOVE "card not on the register" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CARD-LOCATED.

       VALIDATE-CARD-EXPIRY.
           *> YYYY-MM, and not already past this business month
           MOVE 'N' TO WS-CARD-VALID
           IF WS-CARD-EXPIRY(5:1) NOT = "-"
              OR WS-CARD-EXPIRY(1:4) IS NOT NUMERIC
              OR WS-CARD-EXPIRY(6:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-EXPIRY(6:2) TO WS-CARD-EXPIRY-MM
           IF WS-CARD-EXPIRY-MM < 1 OR WS-CARD-EXPIRY-MM > 12
               EXIT PARAGRAPH
           END-IF
           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           IF WS-CARD-EXPIRY(1:4) < WS-BUSINESS-DATE(1:4)
              OR (WS-CARD-EXPIRY(1:4) = WS-BUSINESS-DATE(1:4)
                  AND WS-CARD-EXPIRY(6:2) < WS-BUSINESS-DATE(5:2))
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CARD-VALID.

       FETCH-CARD-ROW.
           *> the live register row for the card - by its hash, or
           *> by the masked number when the line carried no more:
           *> status, account, cardholder and hash; spaces when there
           *> is none, or when a masked number fits several cards
           MOVE SPACES TO WS-CARD-STATUS
           MOVE 0 TO WS-CARD-ACCOUNT
           MOVE 0 TO WS-CARD-CUSTOMER
           MOVE 0 TO WS-CARD-MATCHES
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           IF WS-CARD-HASH = SPACES
               STRING "SELECT status || ';' || account_id || ';' || "
                      "customer_id || ';' || COALESCE(card_hash,'') "
                      "|| ';' || COUNT(*) OVER () "
                      "FROM card_register WHERE card_masked = '"
                      FUNCTION TRIM(WS-CARD-MASKED)
                      "' AND status <> 'CLOSED' "
                      WS-CARD-LEGACY-CLAUSE
                      "ORDER BY issued_at DESC LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "SELECT status || ';' || account_id || ';' || "
                      "customer_id || ';' || card_hash || ';1' "
                      "FROM card_register WHERE card_hash = '"
                      FUNCTION TRIM(WS-CARD-HASH)
                      "' AND status <> 'CLOSED' "
                      "ORDER BY issued_at DESC LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CARD-PARTS, WS-CARD-PART1,
               WS-CARD-PART2, WS-CARD-PART3, WS-CARD-PART4,
               WS-CARD-PART5
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-CARD-PARTS
           UNSTRING WS-CARD-PARTS DELIMITED BY ";"
               INTO WS-CARD-PART1, WS-CARD-PART2, WS-CARD-PART3,
                    WS-CARD-PART4, WS-CARD-PART5
           END-UNSTRING
           COMPUTE WS-CARD-MATCHES = FUNCTION NUMVAL(WS-CARD-PART5)
           IF WS-CARD-MATCHES > 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-PART1 TO WS-CARD-STATUS
           COMPUTE WS-CARD-ACCOUNT = FUNCTION NUMVAL(WS-CARD-PART2)
           COMPUTE WS-CARD-CUSTOMER = FUNCTION NUMVAL(WS-CARD-PART3)
           IF WS-CARD-PART4 NOT = SPACES
               MOVE WS-CARD-PART4 TO WS-CARD-HASH
           END-IF.

       ADOPT-LEGACY-CARD.
           *> cards issued before the register was keyed carry no
           *> hash; the first full number keyed for one that stands
           *> alone under its masked number stamps its hash on it
           MOVE WS-CARD-HASH TO WS-CARD-NEW-HASH
           MOVE SPACES TO WS-CARD-HASH
           MOVE "AND card_hash IS NULL " TO WS-CARD-LEGACY-CLAUSE
           PERFORM FETCH-CARD-ROW
           MOVE SPACES TO WS-CARD-LEGACY-CLAUSE
           MOVE WS-CARD-NEW-HASH TO WS-CARD-HASH
           IF WS-CARD-STATUS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE card_register SET card_hash = '"
                  FUNCTION TRIM(WS-CARD-HASH)
                  "' WHERE card_hash IS NULL AND card_masked = '"
                  FUNCTION TRIM(WS-CARD-MASKED)
                  "' AND status <> 'CLOSED'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               MOVE SPACES TO WS-CARD-STATUS
           END-IF.

       INSERT-CARD-ROW.
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO card_register (card_hash, card_masked, "
                  "account_id, customer_id, status, expiry_date, "
                  "replaces_card, issued_at, issued_by) VALUES ('"
                  FUNCTION TRIM(WS-CARD-HASH)
                  "', '"
                  FUNCTION TRIM(WS-CARD-MASKED)
                  "', "
                  WS-CARD-ACCOUNT
                  ", "
                  WS-CARD-CUSTOMER
                  ", 'ACTIVE', (DATE '"
                  WS-CARD-EXPIRY
                  "-01' + INTERVAL '1 month' - INTERVAL '1 day')"
                  "::date, NULLIF('"
                  FUNCTION TRIM(WS-CARD-OLD-HASH)
                  "',''), CURRENT_TIMESTAMP, '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       UPDATE-CARD-STATUS.
           *> by its hash; a card still known only by its masked
           *> number was found alone under it
           MOVE SPACES TO SQL-COMMAND
           IF WS-CARD-HASH NOT = SPACES
               STRING "UPDATE card_register SET status = '"
                      FUNCTION TRIM(WS-CARD-NEW-STATUS)
                      "', status_reason = '"
                      FUNCTION TRIM(WS-CARD-REASON)
                      "', status_changed_at = CURRENT_TIMESTAMP, "
                      "status_changed_by = '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "' WHERE card_hash = '"
                      FUNCTION TRIM(WS-CARD-HASH)
                      "' AND status <> 'CLOSED'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "UPDATE card_register SET status = '"
                      FUNCTION TRIM(WS-CARD-NEW-STATUS)
                      "', status_reason = '"
                      FUNCTION TRIM(WS-CARD-REASON)
                      "', status_changed_at = CURRENT_TIMESTAMP, "
                      "status_changed_by = '"
                      FUNCTION TRIM(WS-OPERATOR-ID)
                      "' WHERE card_hash IS NULL AND card_masked = '"
                      FUNCTION TRIM(WS-CARD-MASKED)
                      "' AND status <> 'CLOSED'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF.

       PROCESS-PRODUCT.
           *> PRODUCT,account,code[,maturity-date,instruction] puts an
           *> account on a catalog product; term deposits carry their
           *> maturity date and a ROLLOVER/CLOSE instruction for
           *> term-deposit-maturity to act on. A recurring-deposit
           *> product takes PRODUCT,account,code,funding-account
           *> [,installment] instead. A youth product is only for a
           *> holder under 18.
           MOVE FUNCTION NUMVAL(WS-FIELD2) TO WS-ACCOUNT-ID

           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
           STRING "SELECT class || ';' || "
                  "COALESCE(rd_collect_day,1) || ';' || "
                  "COALESCE(rd_term_months,12) || ';' || "
                  "COALESCE(rd_installment,0) "
                  "FROM products WHERE product_code = '"
                  FUNCTION TRIM(WS-FIELD3)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                   = SPACES
               MOVE "unknown product code" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROD-DETAIL, WS-PROD-CLASS, WS-PROD-F2,
               WS-PROD-F3, WS-PROD-F4
           MOVE FUNCTION TRIM(SINGLE-RESULT-BUFFER) TO WS-PROD-DETAIL
           UNSTRING WS-PROD-DETAIL DELIMITED BY ";"
               INTO WS-PROD-CLASS, WS-PROD-F2, WS-PROD-F3, WS-PROD-F4
           END-UNSTRING

           PERFORM CHECK-ACCOUNT-EXISTS
           IF NOT ACCOUNT-EXISTS
               MOVE "account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-PROD-CLASS) = "RECURRING"
               PERFORM ENROL-RECURRING-DEPOSIT
               EXIT PARAGRAPH
           END-IF

           *> a youth product is for a holder under 18 on the day -
           *> the date of birth must be on file to say so
           IF FUNCTION UPPER-CASE(WS-PROD-CLASS) = "YOUTH"
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT CASE WHEN c.date_of_birth IS NULL "
                      "THEN 'NODOB' WHEN c.date_of_birth <= "
                      "CURRENT_DATE - INTERVAL '18 years' THEN 'ADULT' "
                      "ELSE 'MINOR' END FROM accounts a JOIN customers "
                      "c ON c.customer_id = a.customer_id "
                      "WHERE a.account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       NOT = "MINOR"
                   MOVE "youth product needs a holder under 18 with DOB"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-WITH-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO SQL-COMMAND
           IF WS-FIELD4 = SPACES
               STRING "UPDATE accounts SET product_code = '"
                      FUNCTION TRIM(WS-FIELD3)
                      "' WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "UPDATE accounts SET product_code = '"
                      FUNCTION TRIM(WS-FIELD3)
                      "', maturity_date = '"
                      FUNCTION TRIM(WS-FIELD4)
                      "', maturity_instruction = '"
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD5))
                      "' WHERE account_id = "
                      WS-ACCOUNT-ID
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           ELSE
               DISPLAY "Processed PRODUCT "
                       FUNCTION TRIM(WS-FIELD3)
                       " for account " WS-ACCOUNT-ID
           END-IF.

       ENROL-RECURRING-DEPOSIT.
           *> the plan collects its installment from the funding
           *> account on the product's day each month for the term,
           *> starting this month if the day is still ahead; it
           *> matures a month after the last installment and pays
           *> out through term-deposit-maturity's closure path
           IF FUNCTION TRIM(WS-FIELD4) IS NOT NUMERIC
               MOVE "funding account missing or not numeric"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD4) TO WS-RD-FUNDING
           IF WS-RD-FUNDING = WS-ACCOUNT-ID
               MOVE "funding account is the deposit account"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RD-DAY = FUNCTION NUMVAL(WS-PROD-F2)
           COMPUTE WS-RD-TERM = FUNCTION NUMVAL(WS-PROD-F3)
           IF WS-FIELD5 NOT = SPACES
               COMPUTE WS-RD-INSTALLMENT = FUNCTION NUMVAL(WS-FIELD5)
           ELSE
               COMPUTE WS-RD-INSTALLMENT = FUNCTION NUMVAL(WS-PROD-F4)
           END-IF
           IF WS-RD-INSTALLMENT NOT > 0 OR WS-RD-TERM = 0
               MOVE "installment amount or term missing"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           *> days past the 28th would not exist every month
           IF WS-RD-DAY < 1
               MOVE 1 TO WS-RD-DAY
           END-IF
           IF WS-RD-DAY > 28
               MOVE 28 TO WS-RD-DAY
           END-IF

           MOVE WS-ACCOUNT-ID TO WS-RD-ACCOUNT
           MOVE WS-RD-FUNDING TO WS-ACCOUNT-ID
           PERFORM CHECK-ACCOUNT-EXISTS
           MOVE WS-RD-ACCOUNT TO WS-ACCOUNT-ID
           IF NOT ACCOUNT-EXISTS
               MOVE "funding account not on file" TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "BUSINESS-DATE"
               USING "GET", WS-BUSINESS-DATE, WS-MONTH-END-FLAG
           MOVE WS-BUSINESS-DATE(1:4) TO WS-RD-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-RD-MONTH
           COMPUTE WS-RD-MONTHS = WS-RD-YEAR * 12 + WS-RD-MONTH - 1
           IF WS-BUSINESS-DATE(7:2) > WS-RD-DAY
               ADD 1 TO WS-RD-MONTHS
           END-IF
           DIVIDE WS-RD-MONTHS BY 12 GIVING WS-RD-YEAR
               REMAINDER WS-RD-MONTH
           ADD 1 TO WS-RD-MONTH
           STRING WS-RD-YEAR "-" WS-RD-MONTH "-" WS-RD-DAY
               DELIMITED BY SIZE INTO WS-RD-FIRST-DUE
           ADD WS-RD-TERM TO WS-RD-MONTHS
           DIVIDE WS-RD-MONTHS BY 12 GIVING WS-RD-YEAR
               REMAINDER WS-RD-MONTH
           ADD 1 TO WS-RD-MONTH
           STRING WS-RD-YEAR "-" WS-RD-MONTH "-" WS-RD-DAY
               DELIMITED BY SIZE INTO WS-RD-MATURITY

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET product_code = '"
                  FUNCTION TRIM(WS-FIELD3)
                  "', maturity_date = '"
                  WS-RD-MATURITY
                  "', maturity_instruction = 'CLOSE' "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           *> re-keying a plan replaces it
           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM recurring_deposits WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT

           MOVE WS-RD-INSTALLMENT TO WS-RD-INST-EDIT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO recurring_deposits (account_id, "
                  "funding_account, installment_amount, collect_day, "
                  "next_due, installments_total, installments_paid, "
                  "missed_count, status) VALUES ("
                  WS-ACCOUNT-ID
                  ", "
                  WS-RD-FUNDING
                  ", "
                  FUNCTION TRIM(WS-RD-INST-EDIT)
                  ", "
                  WS-RD-DAY
                  ", '"
                  WS-RD-FIRST-DUE
                  "', "
                  WS-RD-TERM
                  ", 0, 0, 'ACTIVE')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           *> the plan earns the product's recurring-deposit rate from
           *> today, replacing any same-day pricing
           MOVE SPACES TO SQL-COMMAND
           STRING "DELETE FROM pricing_schedule WHERE account_id = "
                  WS-ACCOUNT-ID
                  " AND effective_date = CURRENT_DATE AND EXISTS "
                  "(SELECT 1 FROM products WHERE product_code = '"
                  FUNCTION TRIM(WS-FIELD3)
                  "' AND COALESCE(rd_rate,0) > 0)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO pricing_schedule (account_id, "
                  "credit_rate, debit_rate, overdraft_fee, "
                  "effective_date) SELECT "
                  WS-ACCOUNT-ID
                  ", rd_rate, 0, 0, CURRENT_DATE FROM products "
                  "WHERE product_code = '"
                  FUNCTION TRIM(WS-FIELD3)
                  "' AND COALESCE(rd_rate,0) > 0"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               DISPLAY "Processed PRODUCT "
                       FUNCTION TRIM(WS-FIELD3)
                       " for account " WS-ACCOUNT-ID
                       " - " WS-RD-TERM " installment(s) of "
                       FUNCTION TRIM(WS-RD-INST-EDIT) " from "
                       WS-RD-FUNDING " from " WS-RD-FIRST-DUE
           END-IF.

       PROCESS-ODLIMIT.
               USING DBH, WS-ACCT-ID-STR, WS-ACCT-STATUS.

       CHECK-ACCOUNT-BRANCH.
           *> Cross-branch items post like any other; the item is
           *> flagged so its due-to/due-from legs are written once it
           *> has applied. Accounts opened before branch codes existed
           *> carry none and are treated as local.
           SET CROSS-BRANCH-ITEM TO FALSE
           IF WS-BATCH-BRANCH = SPACES
               EXIT PARAGRAPH
           IF WS-ACCT-BRANCH NOT = SPACES
              AND WS-ACCT-BRANCH NOT = WS-BATCH-BRANCH
               SET CROSS-BRANCH-ITEM TO TRUE
               DISPLAY "Inter-branch item: account " WS-ACCOUNT-ID
                       " belongs to " FUNCTION TRIM(WS-ACCT-BRANCH)
                       ", keyed at " FUNCTION TRIM(WS-BATCH-BRANCH)
           END-IF.

       RECORD-INTERBRANCH-ENTRY.
           *> A credit to the customer leaves the keying branch
           *> holding the money for the owning branch: the owner is
           *> due from it. A debit is the other way round.
           MOVE SPACE TO WS-IB-DIRECTION
           MOVE WS-VD-AMOUNT TO WS-IB-AMOUNT
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'UPDATE'
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD3))
                           = "WITHDRAW"
                       MOVE 'D' TO WS-IB-DIRECTION
                   ELSE
                       MOVE 'C' TO WS-IB-DIRECTION
                   END-IF
               WHEN 'REVERSAL'
                   IF WS-IB-AMOUNT < 0
                       MOVE 'D' TO WS-IB-DIRECTION
                       COMPUTE WS-IB-AMOUNT = 0 - WS-IB-AMOUNT
                   ELSE
                       MOVE 'C' TO WS-IB-DIRECTION
                   END-IF
               WHEN 'LOANDISB'
                   MOVE 'C' TO WS-IB-DIRECTION
               WHEN 'LOANPAYOFF'
               WHEN 'DDEBIT'
               WHEN 'CHQPAY'
               WHEN 'DRAFTISSUE'
               WHEN 'BILLPAY'
                   MOVE 'D' TO WS-IB-DIRECTION
               WHEN OTHER
                   *> maintenance lines move no money between branches
                   CONTINUE
           END-EVALUATE
           IF WS-IB-DIRECTION = SPACE OR WS-IB-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IB-DIRECTION = 'C'
               MOVE WS-ACCT-BRANCH TO WS-IB-DUE-FROM
               MOVE WS-BATCH-BRANCH TO WS-IB-DUE-TO
           ELSE
               MOVE WS-BATCH-BRANCH TO WS-IB-DUE-FROM
               MOVE WS-ACCT-BRANCH TO WS-IB-DUE-TO
           END-IF
           MOVE WS-IB-AMOUNT TO WS-IB-AMOUNT-EDIT

           *> one leg on each branch's books: the due-from branch
           *> holds a claim on the due-to branch, which owes it
           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO interbranch_entries (entry_date, "
                  "tx_ref, account_id, branch_code, counterparty, "
                  "side, amount, operator_id) VALUES (CURRENT_DATE, '"
                  FUNCTION TRIM(WS-TX-REF) "', " WS-ACCOUNT-ID ", '"
                  FUNCTION TRIM(WS-IB-DUE-FROM) "', '"
                  FUNCTION TRIM(WS-IB-DUE-TO) "', 'DUE_FROM', "
                  FUNCTION TRIM(WS-IB-AMOUNT-EDIT) ", '"
                  FUNCTION TRIM(WS-OPERATOR-ID) "'), (CURRENT_DATE, '"
                  FUNCTION TRIM(WS-TX-REF) "', " WS-ACCOUNT-ID ", '"
                  FUNCTION TRIM(WS-IB-DUE-TO) "', '"
                  FUNCTION TRIM(WS-IB-DUE-FROM) "', 'DUE_TO', "
                  FUNCTION TRIM(WS-IB-AMOUNT-EDIT) ", '"
                  FUNCTION TRIM(WS-OPERATOR-ID) "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IB-COUNT
           ADD WS-IB-AMOUNT TO WS-IB-TOTAL.

       UPDATE-DEPOSIT.
           PERFORM CHECK-ACCOUNT-BRANCH
           *> A closed account takes no postings at all; frozen
           *> accounts may still receive credits.
           PERFORM LOOKUP-ACCOUNT-STATUS
                   IF WS-CONN-WAS-LOST = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   *> the connection is sound, so the database
                   *> refused the posting itself
                   IF STMT = NULL-PTR
                       MOVE 'Y' TO WS-POST-FAILED
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

       
       UPDATE-WITHDRAW.
           PERFORM CHECK-ACCOUNT-BRANCH
           PERFORM CHECK-EXPOSURE-LIMIT
           IF WS-EXPO-RESULT = 'B'
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS = "RESTRICTED"
               MOVE "account restricted (KYC or security hold)"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           *> minors' accounts pay out only under a guardian, and
           *> only up to the product's daily limit
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE WS-AMOUNT TO WS-NOTWD-AMOUNT
           CALL STATIC "CHECK-MINOR-WITHDRAWAL"
               USING DBH, WS-ACCT-ID-STR, WS-NOTWD-AMOUNT,
                     WS-MINWD-RESULT, WS-MINWD-LIMIT
           IF WS-MINWD-RESULT = 'G'
               MOVE "minor account has no guardian on file"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MINWD-RESULT = 'L'
               MOVE WS-MINWD-LIMIT TO WS-MINWD-LIMIT-EDIT
               MOVE SPACES TO WS-REJECT-REASON
               STRING "minor daily withdrawal limit of "
                      FUNCTION TRIM(WS-MINWD-LIMIT-EDIT) " exceeded"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           *> savings terms cap withdrawals per statement cycle;
           *> the withdrawal is counted only once it has posted
           MOVE "CHECK" TO WS-SAVWD-FUNCTION
           CALL STATIC "CHECK-SAVINGS-WITHDRAWAL"
               USING WS-SAVWD-FUNCTION, DBH, WS-ACCT-ID-STR,
                     WS-SAVWD-RESULT, WS-SAVWD-FEE, WS-SAVWD-COUNT,
                     WS-SAVWD-LIMIT
           IF WS-SAVWD-RESULT = 'R'
               PERFORM RECORD-SAVINGS-WITHDRAWAL
               MOVE SPACES TO WS-REJECT-REASON
               STRING "savings withdrawal limit of "
                      WS-SAVWD-LIMIT " per cycle reached"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF
           *> notice products pay out against a matured notice,
           *> drawn down only once the withdrawal has posted
           MOVE WS-AMOUNT TO WS-NOTWD-AMOUNT
           MOVE "CHECK" TO WS-NOTWD-FUNCTION
           CALL STATIC "CHECK-NOTICE-WITHDRAWAL"
               USING WS-NOTWD-FUNCTION, DBH, WS-ACCT-ID-STR,
                     WS-NOTWD-AMOUNT, WS-NOTWD-RESULT,
                     WS-NOTWD-PENALTY, WS-NOTWD-DAYS
           IF WS-NOTWD-RESULT = 'R'
               MOVE SPACES TO WS-REJECT-REASON
               STRING "no matured notice - " WS-NOTWD-DAYS
                      " days' notice required"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE-WITH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY

                   IF WS-CONN-WAS-LOST = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   *> the connection is sound, so the database
                   *> refused the posting itself
                   IF STMT = NULL-PTR
                       MOVE 'Y' TO WS-POST-FAILED
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF


           ADD 1 TO WS-WITHDRAW-COUNT
           ADD WS-AMOUNT TO WS-WITHDRAW-TOTAL
           IF WS-SAVWD-RESULT = 'F' AND WS-SAVWD-FEE > 0
               PERFORM POST-EXCESS-WITHDRAWAL-FEE
           END-IF
           PERFORM RECORD-SAVINGS-WITHDRAWAL
           IF WS-NOTWD-RESULT = 'N'
               PERFORM RECORD-NOTICE-WITHDRAWAL
           END-IF
           IF WS-NOTWD-RESULT = 'P' AND WS-NOTWD-PENALTY > 0
               PERFORM POST-NOTICE-PENALTY
           END-IF
           IF NOT BULK-MODE-ON
               PERFORM CHECK-LOWBAL-ALERT
           END-IF

           DISPLAY "Processed WITHDRAW for account " WS-ACCOUNT-ID.

       RECORD-SAVINGS-WITHDRAWAL.
           *> the cycle count moves with what actually happened: a
           *> posted withdrawal with the fee actually charged, or a
           *> refusal
           IF WS-SAVWD-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE "RECORD" TO WS-SAVWD-FUNCTION
           CALL STATIC "CHECK-SAVINGS-WITHDRAWAL"
               USING WS-SAVWD-FUNCTION, DBH, WS-ACCT-ID-STR,
                     WS-SAVWD-RESULT, WS-SAVWD-FEE, WS-SAVWD-COUNT,
                     WS-SAVWD-LIMIT.

       RECORD-NOTICE-WITHDRAWAL.
           *> the posted withdrawal draws down the notice that
           *> covered it
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE WS-AMOUNT TO WS-NOTWD-AMOUNT
           MOVE "RECORD" TO WS-NOTWD-FUNCTION
           CALL STATIC "CHECK-NOTICE-WITHDRAWAL"
               USING WS-NOTWD-FUNCTION, DBH, WS-ACCT-ID-STR,
                     WS-NOTWD-AMOUNT, WS-NOTWD-RESULT,
                     WS-NOTWD-PENALTY, WS-NOTWD-DAYS.

       POST-EXCESS-WITHDRAWAL-FEE.
           *> the withdrawal went through past the product's cycle
           *> limit; its excess fee posts as its own chained movement
           MOVE WS-SAVWD-FEE TO WS-SAVWD-FEE-EDIT
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE "WD_EXCESS" TO WS-HASH-TYPE
           MOVE WS-SAVWD-FEE-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-SAVWD-FEE-EDIT)
                  " WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               *> no fee was taken, so none is recorded on the cycle
               MOVE 0 TO WS-SAVWD-FEE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  WS-ACCOUNT-ID
                  ", 'WD_EXCESS', "
                  FUNCTION TRIM(WS-SAVWD-FEE-EDIT)
                  ", 'savings withdrawal "
                  WS-SAVWD-COUNT
                  " of "
                  WS-SAVWD-LIMIT
                  " this cycle', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-SAVWD-FEE
           MOVE "WD_EXCESS" TO WS-JOURNAL-TYPE
           PERFORM WRITE-MOVEMENT-JOURNAL
           SUBTRACT WS-SAVWD-FEE FROM WS-DAY-NET
           ADD 1 TO WS-SAVWD-FEE-COUNT
           DISPLAY "Excess withdrawal fee " WS-SAVWD-FEE-EDIT
                   " charged to account " WS-ACCOUNT-ID
                   " (withdrawal " WS-SAVWD-COUNT " of "
                   WS-SAVWD-LIMIT " allowed).".

       POST-NOTICE-PENALTY.
           *> no matured notice covered the withdrawal; the product
           *> let it through at interest in lieu of notice, posted as
           *> its own chained movement
           MOVE WS-NOTWD-PENALTY TO WS-NOTWD-PEN-EDIT
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID-STR
           MOVE "NOTICE_PEN" TO WS-HASH-TYPE
           MOVE WS-NOTWD-PEN-EDIT TO WS-HASH-AMOUNT
           CALL STATIC "CHAIN-TX-HASH"
               USING DBH, WS-ACCT-ID-STR, WS-HASH-TYPE,
                     WS-HASH-AMOUNT, WS-PREV-HASH, WS-ENTRY-HASH

           MOVE SPACES TO SQL-COMMAND
           STRING "UPDATE accounts SET balance = balance - "
                  FUNCTION TRIM(WS-NOTWD-PEN-EDIT)
                  " WHERE account_id = "
                  WS-ACCOUNT-ID
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQL-COMMAND
           STRING "INSERT INTO tx_log (account_id, tx_type, amount, "
                  "memo, prev_hash, entry_hash, balance_after, "
                  "operator_id, tx_ref) VALUES ("
                  WS-ACCOUNT-ID
                  ", 'NOTICE_PEN', "
                  FUNCTION TRIM(WS-NOTWD-PEN-EDIT)
                  ", 'interest in lieu of "
                  WS-NOTWD-DAYS
                  " days notice', '"
                  FUNCTION TRIM(WS-PREV-HASH)
                  "', '"
                  FUNCTION TRIM(WS-ENTRY-HASH)
                  "', (SELECT balance FROM accounts "
                  "WHERE account_id = "
                  WS-ACCOUNT-ID
                  "), '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "', '"
                  FUNCTION TRIM(WS-TX-REF)
                  "')"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
               RETURNING STMT
           IF STMT = NULL-PTR THEN
               CALL STATIC "LOG-DB-ERROR"
                   USING WS-ERROR-SOURCE, SQL-COMMAND
           END-IF
           COMPUTE WS-JOURNAL-SIGNED = 0 - WS-NOTWD-PENALTY
           MOVE "NOTICE_PEN" TO WS-JOURNAL-TYPE
           PERFORM WRITE-MOVEMENT-JOURNAL
           SUBTRACT WS-NOTWD-PENALTY FROM WS-DAY-NET
           ADD 1 TO WS-NOTWD-PEN-COUNT
           DISPLAY "Notice penalty " WS-NOTWD-PEN-EDIT
                   " charged to account " WS-ACCOUNT-ID
                   " in lieu of " WS-NOTWD-DAYS " days' notice.".

       ADD-TO-BULK-TABLE.
           MOVE 'N' TO WS-BULK-FOUND
           PERFORM VARYING WS-BULK-IX FROM 1 BY 1
