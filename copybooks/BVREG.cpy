      * Back-value register: one row per customer leg of a posting
      * whose value date fell before the business date it posted
      * on, appended by PAYMENT as the posting lands.  BVADJ reads
      * the day's rows the same night to rebuild the balance
      * history and the interest already accrued without them.
       01 BACK-VALUE-RECORD.
           05 BV-TRX-REF            PIC X(16).
           05 BV-ACCOUNT            PIC X(10).
           05 BV-DR-CR              PIC X(01).
               88 BV-DEBIT-LEG      VALUE "D".
               88 BV-CREDIT-LEG     VALUE "C".
           05 BV-AMOUNT             PIC 9(09)V99.
           05 BV-VALUE-DATE         PIC 9(08).
           05 BV-POSTED-DATE        PIC 9(08).
