      * Branch vault master: one row per branch per business date
      * carrying the vault's opening cash (the previous day's
      * closing), the day's issues to and returns from the teller
      * tills, the cash received from and returned to the cash
      * centre, the custodians' counted cash and the branch's cash
      * limit -- the paper vault register, on a file.  VLTPOST
      * opens the day's row and posts the movements; VLTPROV proves
      * it.  System cash is opening + from tills + from centre less
      * to tills less to centre.
       01 VAULT-RECORD.
           05 VT-BRANCH             PIC X(04).
           05 VT-BUSINESS-DATE      PIC 9(08).
           05 VT-OPENING            PIC 9(11)V99.
           05 VT-TO-TILLS           PIC 9(11)V99.
           05 VT-FROM-TILLS         PIC 9(11)V99.
           05 VT-FROM-CENTRE        PIC 9(11)V99.
           05 VT-TO-CENTRE          PIC 9(11)V99.
           05 VT-DECLARED           PIC 9(11)V99.
           05 VT-CASH-LIMIT         PIC 9(11)V99.
           05 VT-STATUS             PIC X(01).
               88 VT-OPEN           VALUE "O".
               88 VT-PROVED         VALUE "P".
