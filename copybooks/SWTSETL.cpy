       01 SWITCH-SETTLEMENT-RECORD.
      *    One cleared ATM withdrawal or debit-card POS purchase from
      *    the card switch, drawn on an SA or CA account of ours.
           05 SW-CARD-NUMBER        PIC X(16).
           05 SW-ACCOUNT            PIC X(10).
           05 SW-CHANNEL            PIC X(01).
               88 SW-ATM            VALUE "A".
               88 SW-POS            VALUE "P".
      *    Acquiring bank of the terminal; off-us when it is not us.
           05 SW-ACQUIRER           PIC X(04).
           05 SW-ON-US-FLAG         PIC X(01).
               88 SW-ON-US          VALUE "Y".
               88 SW-OFF-US         VALUE "N".
           05 SW-TERMINAL-ID        PIC X(08).
           05 SW-AMOUNT             PIC 9(09)V99.
           05 SW-CURRENCY           PIC X(03).
           05 SW-TRAN-DATE          PIC 9(08).
      *    Switch retrieval reference and authorisation code; the
      *    pair a chargeback is matched back on.
           05 SW-RRN                PIC X(12).
           05 SW-AUTH-CODE          PIC X(06).
