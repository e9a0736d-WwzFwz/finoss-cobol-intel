       01 LOAN-RECOVERY-RECORD.
           05 LRV-ACCT-NUM          PIC X(12).
      *    Principal charged off and the business date it went.
           05 LRV-WRITTEN-OFF       PIC 9(09)V99.
           05 LRV-WO-DATE           PIC 9(08).
      *    Cash recovered since, taken to recovery income.
           05 LRV-RECOVERED         PIC 9(09)V99.
      *    Ledger credits dated after this have not been taken yet.
           05 LRV-LAST-SCAN         PIC 9(08).
           05 LRV-LAST-RECOVERY     PIC 9(08).
