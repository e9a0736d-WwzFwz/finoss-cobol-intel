       01 CHQ-DEPOSIT-RECORD.
      *    One other-bank cheque deposited to one of our accounts,
      *    from capture until the clearing house collects or returns
      *    it.  The deposit reference is the credit's TRXNUM
      *    reference; it rides the outward collection file and comes
      *    back on a return.
           05 CQ-DEPOSIT-REF        PIC X(16).
           05 CQ-ACCOUNT            PIC X(10).
           05 CQ-DRAWEE-BANK        PIC X(04).
           05 CQ-DRAWER-ACCOUNT     PIC X(12).
           05 CQ-SERIAL             PIC 9(08).
           05 CQ-AMOUNT             PIC 9(09)V99.
           05 CQ-DEPOSIT-DATE       PIC 9(08).
      *    Business date the uncollected-funds hold lifts.
           05 CQ-CLEAR-DATE         PIC 9(08).
           05 CQ-HOLD-ID            PIC 9(06).
           05 CQ-STATUS             PIC X(01).
               88 CQ-UNCOLLECTED    VALUE "U".
               88 CQ-COLLECTED      VALUE "C".
               88 CQ-RETURNED       VALUE "R".
           05 CQ-STATUS-DATE        PIC 9(08).
