      * Customer alert preferences: one row per account the customer
      * has asked to be alerted on, read by the end-of-day ALRTEXTR
      * run.  The channel says whether alerts go by SMS to the
      * CUSTADDR phone, by e-mail to the CUSTADDR e-mail address, or
      * both.  A zero amount switches that threshold off; the other
      * alerts are "Y" to send, anything else to leave off.
       01 ALERT-PREFERENCE-RECORD.
           05 AP-ACCOUNT            PIC X(10).
           05 AP-CHANNEL            PIC X(01).
               88 AP-BY-SMS         VALUE "S".
               88 AP-BY-EMAIL       VALUE "E".
               88 AP-BY-BOTH        VALUE "B".
      *    Alert on any single debit above this amount.
           05 AP-DEBIT-OVER         PIC 9(09)V99.
      *    Alert when the end-of-day balance is below this amount.
           05 AP-BALANCE-UNDER      PIC 9(09)V99.
      *    A standing-order payment rejected or a direct debit
      *    refused on the account.
           05 AP-FAILED-PAYMENT     PIC X(01).
      *    A hold or a restriction placed on the account.
           05 AP-NEW-BLOCK          PIC X(01).
      *    A deposited cheque returned unpaid.
           05 AP-RETURNED-CHEQUE    PIC X(01).
