           05 PA-CHECKER-ID        PIC X(08).
           05 PA-FX-RATE           PIC 9(07)V9(04).
           05 PA-FX-SPREAD         PIC 9(09)V99.
      *    A reversal's own row names the payment it reversed;
      *    spaces on every other row.
           05 PA-ORIGINAL-TRX-REF  PIC X(16).
