      * Teller till master: one row per operator per business date
      * carrying the drawer's opening float (issued from the branch
      * vault by VLTPOST), the day's counter cash in and out, built
      * by TILLPOST, and the cash handed back to the vault, proved
      * against the teller's declared count by TILLPROV -- the
      * paper till book, on a file.
       01 TILL-RECORD.
           05 TL-OPERATOR-ID        PIC X(08).
           05 TL-BUSINESS-DATE      PIC 9(08).
           05 TL-STATUS             PIC X(01).
               88 TL-OPEN           VALUE "O".
               88 TL-PROVED         VALUE "P".
           05 TL-TO-VAULT           PIC 9(09)V99.
