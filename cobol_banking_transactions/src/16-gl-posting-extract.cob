           *> same-day closure archival moves the account's rows to
           *> tx_log_archive before day-end - scan both tables or
           *> today's closure postings drop out of the GL
           *> - plus the inter-branch due-from legs, which carry no
           *> customer ledger row of their own
           STRING "SELECT tx_type, COUNT(*), COALESCE(SUM(amount),0) "
                  "FROM (SELECT tx_type, amount, created_at "
                  "FROM tx_log UNION ALL "
                  "SELECT tx_type, amount, created_at "
                  "FROM tx_log_archive UNION ALL "
                  "SELECT 'IB_DUE', amount, entry_date "
                  "FROM interbranch_entries WHERE side = 'DUE_FROM') t "
                  "WHERE created_at::date = CURRENT_DATE "
                  "GROUP BY tx_type ORDER BY tx_type"
               DELIMITED BY SIZE INTO SQL-COMMAND
