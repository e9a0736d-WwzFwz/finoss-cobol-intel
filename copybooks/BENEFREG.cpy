      * Beneficiary register: the payees each customer has set up,
      * kept through BNFMAINT.  PAYMENT checks every new outgoing
      * payment against the payer's register; a payee not on it, or
      * added within the BNFPARM cooling-off period, may only be
      * paid up to the configured cap before the payment pends on
      * PENDAPPR for a call-back.  The payee bank is blank for a
      * payee on our own books.
       01 BENEFICIARY-RECORD.
           05 BNF-CUST-ID           PIC 9(08).
           05 BNF-PAYEE-ACCOUNT     PIC X(10).
           05 BNF-PAYEE-BANK        PIC X(04).
           05 BNF-NICKNAME          PIC X(20).
           05 BNF-ADDED-DATE        PIC 9(08).
           05 BNF-ADDED-BY          PIC X(08).
           05 BNF-STATUS            PIC X(01).
               88 BNF-ACTIVE        VALUE "A".
               88 BNF-REMOVED       VALUE "X".
