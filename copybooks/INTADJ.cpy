      * Back-value interest adjustment: one signed row per account
      * per night BVADJ found its interest misstated by a
      * back-valued posting -- the recomputed interest less the
      * interest originally accrued for the affected days.  Credit-
      * interest rows land on INTADJ for INTCAP, debit-interest rows
      * on ODIADJ for ODINTCAP, each netted into the cycle-end
      * posting the original accrual rides.
       01 INTEREST-ADJUST-RECORD.
           05 IA-ACCT-NUM           PIC X(12).
           05 IA-CUST-ID            PIC 9(08).
           05 IA-VALUE-DATE         PIC 9(08).
           05 IA-POSTED-DATE        PIC 9(08).
           05 IA-AMOUNT             PIC S9(09)V99.
