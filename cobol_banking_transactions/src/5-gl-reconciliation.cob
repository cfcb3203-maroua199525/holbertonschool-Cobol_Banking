           *> part of the account's history - sum both tables or every
           *> archived account reconciles as a mismatch.
           MOVE SPACES TO SQL-COMMAND
           *> REVAL, INT_ACCR, LOAN_WO, ECL_CHG/ECL_REL and the
           *> DRAFT_PAID/DRAFT_ESCH bank-draft rows are
           *> memo positions - they never move accounts.balance, so
           *> they must not count here; the debit list matches
           *> statement-generator's signing rules
           STRING "SELECT COALESCE(SUM(CASE "
                  "WHEN tx_type = ANY('{REVAL,INT_ACCR,LOAN_WO,ECL_CHG,"
                  "ECL_REL,DRAFT_PAID,DRAFT_ESCH}') THEN 0 "
                  "WHEN tx_type = ANY('{WITHDRAW,TRANSFER,OVERDRAFT,"
                  "OVERDRAFT_INT,TAX_WHT,DDEBIT,CHEQUE,LOAN_PRIN,"
                  "LOAN_INT,PAY_FUND,EXT_OUT,LEVY,PROVCR_REV,CARD,"
                  "LOAN_PEN,LOAN_FEE,LOAN_REC,WD_EXCESS,NOTICE_PEN,"
                  "RD_PENALTY,SVC_CHG,DRAFT,CHQ_RETURN,RTN_FEE,"
                  "BILLPAY}') "
                  "THEN -amount ELSE amount END),0) "
                  "FROM (TABLE tx_log UNION ALL "
                  "TABLE tx_log_archive) t WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCOUNT-ID)
                  "'"
               DELIMITED BY SIZE INTO SQL-COMMAND

           CALL "DB_QUERY_SINGLE"
