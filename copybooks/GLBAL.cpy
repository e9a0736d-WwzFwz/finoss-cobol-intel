      * GL balance ledger: one row per COA-ACCOUNT per branch per
      * period, rolled forward month over month by GLCLOSE -- opening
      * balance, the period's net movement (debits less credits),
      * and the closing balance the next period opens with.  The
      * year-end sweep and the financial statements read straight
           05 GLB-OPENING           PIC S9(13)V99.
           05 GLB-MOVEMENT          PIC S9(13)V99.
           05 GLB-CLOSING           PIC S9(13)V99.
      *    The branch whose books the row belongs to: GLCLOSE keeps one
      *    row per account per branch per period, and the bank-wide
      *    figure for an account is the sum of its branch rows.
           05 GLB-BRANCH            PIC X(04).
