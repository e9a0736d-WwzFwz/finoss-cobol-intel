       01 LOAN-RECV-RECORD.
           05 LR-ACCT-NUM           PIC X(12).
           05 LR-INSTALLMENT-NO     PIC 9(03).
           05 LR-DUE-DATE           PIC 9(08).
           05 LR-AMOUNT-DUE         PIC 9(09)V99.
      *    Running total the auto-debit has recovered so far, and how
      *    many business days it has tried.
           05 LR-COLLECTED          PIC 9(09)V99.
           05 LR-ATTEMPTS           PIC 9(02).
           05 LR-COLL-STATUS        PIC X(01).
               88 LR-COLL-OPEN      VALUE "O".
               88 LR-COLL-DONE      VALUE "C".
      *        Retry window used up with money still owing: the
      *        installment is LOANPAST's to mark past due.
               88 LR-COLL-EXHAUSTED VALUE "X".
      *        No repayment account linked: collections works it by
      *        hand, the way every receivable used to be worked.
               88 LR-COLL-MANUAL    VALUE "M".
           05 LR-LAST-ATTEMPT       PIC 9(08).
