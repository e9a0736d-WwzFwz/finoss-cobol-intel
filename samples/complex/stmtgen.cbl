      *
      * Money in: interest ("INT "/"TDI "), the beneficiary credit
      * leg of a payment ("PCR "), a reversal's refunds ("REV "/
      * "RFE "), counter cash in ("CSH "), an overdraft-
      * protection transfer arriving from linked savings ("ODC "),
      * a dispute credit ("DPC ") and a service-charge refund
      * ("FRF ").
      * Everything else on the ledger left the account.
      *
       SET-ENTRY-DIRECTION.
           IF WS-ENT-TYPE(WS-ENT-SUB) = "INT "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "REV "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "RFE "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "CSH "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "ODC "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "DPC "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "FRF "
               MOVE "Y" TO WS-ENTRY-CREDIT-SW
           ELSE
               MOVE "N" TO WS-ENTRY-CREDIT-SW
