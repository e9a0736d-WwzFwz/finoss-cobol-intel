      * pattern the examiners ask about: each one is reported with
      * the contributing TRX-REF entries listed beneath, so
      * compliance files without re-deriving the evidence by hand.
      * A customer ID retired by a merge resolves to its survivor
      * through CUSTRSLV, so splitting across a merged customer's
      * old and new accounts still adds up to one window.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       ACCUMULATE-ENTRY.
           MOVE TRX-ACCOUNT-NUM(3:8) TO WS-LOOKUP-CUST
           CALL "CUSTRSLV" USING WS-LOOKUP-CUST
           PERFORM FIND-CUSTOMER-SLOT
           ADD TRX-AMOUNT TO WS-CUS-TOTAL(WS-CUS-SUB)
           ADD TRX-AMOUNT
