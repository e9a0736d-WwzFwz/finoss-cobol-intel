      * ACCTM-STATUS bytes the product permits; PRD-RATE-KEY
      * substitutes for the account type in the rate-table lookup
      * and PRD-FEE-KEY in the fee-schedule lookup.
      * PRD-DI-EXCLUSION marks products whose deposits the deposit
      * insurance scheme does not cover -- related-party and
      * interbank placements; a blank byte is an eligible product.
       01 PRODUCT-RECORD.
           05 PRD-CODE              PIC X(04).
           05 PRD-ACCT-TYPE         PIC X(02).
           05 PRD-RATE-KEY          PIC X(02).
           05 PRD-FEE-KEY           PIC X(01).
           05 PRD-ALLOWED-STATUS    PIC X(04).
           05 PRD-DI-EXCLUSION      PIC X(01).
               88 PRD-DI-RELATED-PARTY VALUE "R".
               88 PRD-DI-INTERBANK  VALUE "B".
               88 PRD-DI-EXCLUDED   VALUE "R" "B".
