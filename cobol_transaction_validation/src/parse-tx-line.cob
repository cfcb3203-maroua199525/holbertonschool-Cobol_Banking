           05  WS-RAW-FIELD6     PIC X(50).
           05  WS-RAW-FIELD7     PIC X(50).
       01  WS-UPPER-ACTION       PIC X(20).
       01  WS-POSTING-LINE       PIC X(200).
       01  WS-ORIGIN-LEN         PIC 9(3).

       LINKAGE SECTION.
       01  PTL-RAW-LINE          PIC X(200).
           PTL-FIELD7, PTL-VALID-FLAG.
       PARSE-AND-VALIDATE.
           INITIALIZE WS-RAW-FIELDS
           *> a merged batch tags every line with the channel it came
           *> in on ("GW|DEPOSIT,...") and the branch and submitter of
           *> the channel file ("GW|[branch;submitter]DEPOSIT,...") -
           *> neither is part of the posting
           MOVE PTL-RAW-LINE TO WS-POSTING-LINE
           IF PTL-RAW-LINE(3:1) = "|"
              AND PTL-RAW-LINE(1:2) IS ALPHABETIC-UPPER
              AND PTL-RAW-LINE(1:2) NOT = SPACES
               MOVE PTL-RAW-LINE(4:197) TO WS-POSTING-LINE
               IF PTL-RAW-LINE(4:1) = "["
                   MOVE 0 TO WS-ORIGIN-LEN
                   INSPECT PTL-RAW-LINE(4:197) TALLYING WS-ORIGIN-LEN
                       FOR CHARACTERS BEFORE INITIAL "]"
                   IF WS-ORIGIN-LEN < 196
                       MOVE PTL-RAW-LINE(WS-ORIGIN-LEN + 5:)
                           TO WS-POSTING-LINE
                   END-IF
               END-IF
           END-IF
           UNSTRING WS-POSTING-LINE DELIMITED BY ","
               INTO WS-RAW-ACTION, WS-RAW-FIELD2, WS-RAW-FIELD3,
                    WS-RAW-FIELD4, WS-RAW-FIELD5, WS-RAW-FIELD6,
                    WS-RAW-FIELD7
               WHEN "PRODUCT"
               WHEN "REACTIVATE"
               WHEN "LOANDISB"
               WHEN "LOANPAYOFF"
               WHEN "DDEBIT"
               WHEN "MANDATE"
               WHEN "RETURN"
               WHEN "STMTCYCLE"
               WHEN "MAILSTOP"
               WHEN "MEMO"
               WHEN "COMPLAINT"
               WHEN "PAYHDR"
               WHEN "PAYCR"
               WHEN "PAYEND"
               WHEN "CARDISSUE"
               WHEN "CARDBLOCK"
               WHEN "CARDREPLACE"
               WHEN "CARDCLOSE"
               WHEN "COLLECT"
               WHEN "NOTICE"
               WHEN "DECEASED"
               WHEN "DRAFTISSUE"
               WHEN "DRAFTSTALE"
               WHEN "HOLDDAYS"
               WHEN "BILLER"
               WHEN "BILLPAY"
               WHEN "PAYEE"
               WHEN "VIRTUAL"
                   MOVE WS-RAW-ACTION TO PTL-ACTION
                   MOVE WS-RAW-FIELD2 TO PTL-FIELD2
                   MOVE WS-RAW-FIELD3 TO PTL-FIELD3
