      * Attachment-order register: court garnishments and tax-office
      * attachments, which name a customer and an amount rather than
      * an account.  Registered through GARNMNT; GARNAPPL attaches
      * the customer's funds with holds until the ordered amount is
      * covered, and GARNREMT pays what is held to the authority
      * once the remittance date is reached.  Amounts are in the
      * order currency.
       01 ATTACHMENT-ORDER-RECORD.
           05 GO-ORDER-NUM          PIC X(12).
           05 GO-AUTHORITY-NAME     PIC X(30).
           05 GO-AUTHORITY-TYPE     PIC X(01).
               88 GO-COURT-ORDER    VALUE "C".
               88 GO-TAX-OFFICE     VALUE "T".
      *    The authority's account the attached funds are paid to.
           05 GO-AUTHORITY-ACCT     PIC X(10).
           05 GO-CUST-ID            PIC 9(08).
           05 GO-AMOUNT             PIC 9(09)V99.
           05 GO-CURRENCY           PIC X(03).
           05 GO-EFFECTIVE-DATE     PIC 9(08).
           05 GO-REMIT-DATE         PIC 9(08).
           05 GO-ATTACHED-AMOUNT    PIC 9(09)V99.
           05 GO-REMITTED-AMOUNT    PIC 9(09)V99.
           05 GO-STATUS             PIC X(01).
               88 GO-NEW            VALUE "N".
               88 GO-WAITING        VALUE "W".
               88 GO-COVERED        VALUE "F".
               88 GO-REMIT-DUE      VALUE "D".
               88 GO-REMITTED       VALUE "R".
               88 GO-LIFTED         VALUE "L".
           05 GO-REGISTERED-BY      PIC X(08).
           05 GO-REGISTERED-DATE    PIC 9(08).
           05 GO-LETTER-DATE        PIC 9(08).
