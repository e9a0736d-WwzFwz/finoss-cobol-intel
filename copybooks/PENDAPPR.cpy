           05 PND-CHECKER-ID        PIC X(08).
           05 PND-PENDED-TS         PIC X(14).
           05 PND-BENEF-BANK        PIC X(04).
      *    Why the payment pended: blank or "T" for the amount
      *    threshold, "B" for a payment to an unregistered or
      *    cooling-off payee that the checker must verify by
      *    call-back before approving.
           05 PND-PEND-REASON       PIC X(01).
               88 PND-CALLBACK-NEEDED VALUE "B".
