               88 CB-OPEN           VALUE "O".
               88 CB-SATISFIED      VALUE "P".
               88 CB-LATE-FEED      VALUE "L".
      *    Finance charge CCBILL posted at this cycle cut -- interest
      *    on a revolved balance and on cash advances -- already
      *    included in the cycle balance, for the statement to print.
           05 CB-FINANCE-CHARGE     PIC 9(07)V99.
