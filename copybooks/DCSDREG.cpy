      * Deceased-customer register: one row per reported death,
      * raised by DCSDNOTE and confirmed by a second officer in
      * DCSDREVW before anything on the customer's accounts changes.
      * The same row later carries the estate settlement through the
      * same two hands: DCSDNOTE requests it once the executor is
      * ready to be paid out, DCSDREVW approves it and hands the sole
      * accounts to ACCTCLOS.  Mail goes to the executor's address
      * from confirmation onward.
       01 DECEASED-RECORD.
           05 DCR-CUST-ID           PIC 9(08).
           05 DCR-DATE-OF-DEATH     PIC 9(08).
           05 DCR-REPORTED-BY       PIC X(08).
           05 DCR-REPORTED-DATE     PIC 9(08).
           05 DCR-EXECUTOR-NAME     PIC X(30).
           05 DCR-EXECUTOR-ADDR     PIC X(30).
           05 DCR-EXECUTOR-CITY     PIC X(20).
           05 DCR-EXECUTOR-POSTAL   PIC X(10).
      *    The account the estate's balances are paid out to.
           05 DCR-EXECUTOR-ACCT     PIC X(10).
           05 DCR-STATUS            PIC X(01).
               88 DCR-PENDING       VALUE "P".
               88 DCR-REJECTED      VALUE "R".
               88 DCR-CONFIRMED     VALUE "C".
               88 DCR-SETTLE-PENDING VALUE "Q".
               88 DCR-SETTLED       VALUE "S".
           05 DCR-CONFIRMED-BY      PIC X(08).
           05 DCR-CONFIRMED-DATE    PIC 9(08).
           05 DCR-SETTLE-REQ-BY     PIC X(08).
           05 DCR-SETTLE-REQ-DATE   PIC 9(08).
           05 DCR-SETTLED-BY        PIC X(08).
           05 DCR-SETTLED-DATE      PIC 9(08).
