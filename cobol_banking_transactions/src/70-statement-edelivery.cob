           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SINGLE-RESULT-BUFFER
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
                  "FROM tx_log WHERE account_id = '"
                  FUNCTION TRIM(WS-ACCT-ENTRY(WS-ACCT-IX))
                  "' AND created_at >= "
                  "date_trunc('month', CURRENT_DATE)"
               DELIMITED BY SIZE INTO SQL-COMMAND
           CALL STATIC "DB_QUERY_SINGLE"
