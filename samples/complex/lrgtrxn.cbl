      * listed under each, and an account flagged when the CIF chain
      * does not actually list it under that customer, since that is
      * a cross-reference worth fixing before the regulator asks.
      * An account number still carrying a customer ID retired by a
      * merge is rolled up under the surviving customer (CUSTRSLV),
      * so the two halves of a merged customer report as one.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ROLL-UP-ONE-RECORD.
           IF PA-STATUS = "00" AND PA-TIMESTAMP(1:8) = WS-TODAY
               MOVE PA-ACCOUNT-FROM(3:8) TO WS-LOOKUP-CUST
               CALL "CUSTRSLV" USING WS-LOOKUP-CUST
               PERFORM FIND-CUSTOMER-SLOT
               ADD PA-AMOUNT TO WS-CUS-TOTAL(WS-CUS-SUB)
               IF WS-TRX-COUNT = 5000
