      * Card-scheme daily settlement item: one cleared purchase,
      * cash advance or merchant refund against a card account, in
      * the layout the scheme delivers.  Read by CCSETL, and carried
      * whole onto the CCEXCPT exceptions file when it cannot post.
       01 CC-SETTLEMENT-RECORD.
           05 CS-CARD-ACCT          PIC X(12).
           05 CS-MERCHANT           PIC X(25).
           05 CS-MERCHANT-CATEGORY  PIC 9(04).
           05 CS-TRAN-TYPE          PIC X(01).
               88 CS-PURCHASE       VALUE "P".
               88 CS-CASH-ADVANCE   VALUE "C".
               88 CS-REFUND         VALUE "R".
           05 CS-AMOUNT             PIC 9(09)V99.
           05 CS-CURRENCY           PIC X(03).
           05 CS-TRAN-DATE          PIC 9(08).
           05 CS-SCHEME-REF         PIC X(12).
