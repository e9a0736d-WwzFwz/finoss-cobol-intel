       01 LOAN-SUSP-RECORD.
           05 LSP-ACCT-NUM          PIC X(12).
           05 LSP-STATUS            PIC X(01).
      *        Non-performing: billed interest is parked in suspense
      *        instead of being taken to income.
               88 LSP-NON-ACCRUAL   VALUE "N".
               88 LSP-ACCRUING      VALUE "A".
      *    Interest billed but not yet recognized, and the running
      *    total released to income as the cash came in.
           05 LSP-SUSPENSE-BAL      PIC 9(09)V99.
           05 LSP-RECOGNIZED        PIC 9(09)V99.
           05 LSP-STATUS-DATE       PIC 9(08).
