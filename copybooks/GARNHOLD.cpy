      * One row per hold GARNAPPL places against an attachment
      * order, tying the HOLDS row back to the order.  The held
      * amount is in the account's currency; the order amount is
      * its value in the order currency at the FXRATES mid rates of
      * the day it was attached.
       01 ATTACHMENT-HOLD-RECORD.
           05 GH-ORDER-NUM          PIC X(12).
           05 GH-HOLD-ID            PIC 9(06).
           05 GH-ACCOUNT            PIC X(10).
           05 GH-ACCT-CURRENCY      PIC X(03).
           05 GH-HELD-AMOUNT        PIC 9(09)V99.
           05 GH-ORDER-AMOUNT       PIC 9(09)V99.
           05 GH-PLACED-DATE        PIC 9(08).
           05 GH-STATUS             PIC X(01).
               88 GH-HELD           VALUE "A".
               88 GH-REMIT-DUE      VALUE "D".
               88 GH-PAID           VALUE "P".
               88 GH-LIFTED         VALUE "L".
           05 GH-TRX-REF            PIC X(16).
