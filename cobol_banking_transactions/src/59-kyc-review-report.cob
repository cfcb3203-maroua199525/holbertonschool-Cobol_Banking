       01  WS-ENV-CONNSTR       PIC X(200).
       01  WS-ERROR-SOURCE      PIC X(40) VALUE "kyc-review-report".

       *> how often a customer comes up for review follows their AML
       *> risk rating, which aml-risk-rating keeps current nightly;
       *> reviews coming due inside this window get chased before
       *> they lapse; past the grace period the customer's accounts
       *> restrict automatically through CHECK-ACCOUNT-STATUS
           MOVE 'D' TO WS-SECTION
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT customer_id || '  ' || name, "
                  "kyc_review_due::text, "
                  "COALESCE(risk_rating,'UNRATED') FROM customers "
                  "WHERE kyc_review_due IS NOT NULL "
                  "AND kyc_review_due >= CURRENT_DATE "
                  "AND kyc_review_due <= CURRENT_DATE + "
           STRING "SELECT customer_id || '  ' || name, "
                  "kyc_review_due::text || ' (' || "
                  "(CURRENT_DATE - kyc_review_due) "
                  "|| ' days past)', "
                  "COALESCE(risk_rating,'UNRATED') FROM customers "
                  "WHERE kyc_review_due IS NOT NULL "
                  "AND kyc_review_due < CURRENT_DATE "
                  "AND COALESCE(status,'ACTIVE') <> 'MERGED' "
           MOVE 'R' TO WS-SECTION
           MOVE SPACES TO SQL-COMMAND
           STRING "SELECT customer_id || '  ' || name, "
                  "kyc_review_due::text, "
                  "COALESCE(risk_rating,'UNRATED') FROM customers "
                  "WHERE kyc_review_due IS NOT NULL "
                  "AND kyc_review_due + "
                  WS-KYC-GRACE-DAYS
                       ADD 1 TO WS-RESTRICTED-COUNT
               END-EVALUATE
               DISPLAY "  " FUNCTION TRIM(C1) "  due "
                       FUNCTION TRIM(C2) "  risk "
                       FUNCTION TRIM(C3)
           END-IF.
