
      *
      * Only an active customer gets a warning -- an inactive one
      * is DORMSWP's and ESCHEAT's business, not a letter's.  A
      * merged customer's accounts keep its CUST-ID, so a merged
      * record is treated as active.
      *
       WARN-ONE-ACCOUNT.
           MOVE ACCTM-CUST-ID TO CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-ACTIVE OR CUST-MERGED
                       PERFORM WRITE-WARNING-LETTER
                       PERFORM NOTE-FOLLOWUP-ROW
                   END-IF
