           05 BH-ACCT-NUM           PIC X(12).
           05 BH-BUSINESS-DATE      PIC 9(08).
           05 BH-BALANCE            PIC 9(09)V99.
      *    The amount a checking account's customer balance sat
      *    overdrawn at the snapshot -- the figure ODINT accrued on,
      *    which the unsigned BH-BALANCE cannot carry.  Zero when
      *    the balance was not negative; rows written before the
      *    field existed read as non-numeric and mean zero.
           05 BH-OVERDRAWN          PIC 9(09)V99.
