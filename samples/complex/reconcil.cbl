      * outside WS-TOLERANCE of that expectation means the posting
      * FILEBATCH claims to have made never actually landed, in
      * addition to the standing check on whether CUSTMAST still shows
      * the account as active at all.  A customer merged into
      * another still carries the balance its accounts post to, so
      * a merged record counts as standing.
      *
       CHECK-ACCOUNT-STANDING.
           IF NOT CUST-ACTIVE AND NOT CUST-MERGED
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE OUT-ACCOUNT TO RR-ACCOUNT
               MOVE OUT-AMOUNT TO RR-OUT-AMOUNT
