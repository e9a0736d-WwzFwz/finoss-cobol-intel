           05  CCP-LATE-FEE         PIC 9(05)V99.
           05  CCP-DUE-DAYS         PIC 9(03).
           05  CCP-OVERLIMIT-FEE    PIC 9(05)V99.
           05  CCP-PURCHASE-RATE    PIC 9V9(04).
           05  CCP-CASH-RATE        PIC 9V9(04).

       FD  CC-BILLING-FILE.
       COPY CCBILLS.
           05  CBO-CYCLE-BALANCE    PIC 9(09)V99.
           05  CBO-MIN-PAYMENT      PIC 9(07)V99.
           05  CBO-STATUS           PIC X(01).
           05  CBO-FINANCE-CHARGE   PIC 9(07)V99.

       FD  LEDGER-FILE.
       COPY TRXLEDGR.
           MOVE CB-DUE-DATE TO CBO-DUE-DATE
           MOVE CB-CYCLE-BALANCE TO CBO-CYCLE-BALANCE
           MOVE CB-MIN-PAYMENT TO CBO-MIN-PAYMENT
           MOVE CB-STATUS TO CBO-STATUS
           MOVE CB-FINANCE-CHARGE TO CBO-FINANCE-CHARGE.

      *
      * A qualifying payment is a "PCR " credit leg arriving at the
