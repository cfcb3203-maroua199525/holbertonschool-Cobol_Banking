       *> Nightly account-master snapshot, keyed by account id.
       *> Written by account-snapshot once the night's batch is
       *> through; read by the inquiry programs only when the
       *> database cannot be reached. Amounts are as at SNAP-TAKEN-AT.
       01  SNAP-RECORD.
           05  SNAP-ACCOUNT-ID      PIC X(10).
           05  SNAP-CUSTOMER-NAME   PIC X(50).
           05  SNAP-CURRENCY        PIC X(3).
           05  SNAP-STATUS          PIC X(10).
           05  SNAP-BALANCE         PIC S9(11)V99.
           05  SNAP-HOLDS           PIC S9(11)V99.
           05  SNAP-AVAILABLE       PIC S9(11)V99.
           05  SNAP-BUSINESS-DATE   PIC X(8).
           05  SNAP-TAKEN-AT        PIC X(19).
           05  SNAP-ENTRY-COUNT     PIC 9(2).
           05  SNAP-ENTRY           OCCURS 5 TIMES.
               10  SNAP-TX-DATE     PIC X(10).
               10  SNAP-TX-TYPE     PIC X(14).
               10  SNAP-TX-AMOUNT   PIC S9(11)V99.
