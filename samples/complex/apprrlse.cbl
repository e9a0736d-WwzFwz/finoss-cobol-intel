           05  PNO-CHECKER-ID       PIC X(08).
           05  PNO-PENDED-TS        PIC X(14).
           05  PNO-BENEF-BANK       PIC X(04).
           05  PNO-PEND-REASON      PIC X(01).

       FD  RELEASE-RPT-FILE.
       01  RELEASE-RPT-RECORD.
           MOVE PND-STATUS TO PNO-STATUS
           MOVE PND-CHECKER-ID TO PNO-CHECKER-ID
           MOVE PND-PENDED-TS TO PNO-PENDED-TS
           MOVE PND-BENEF-BANK TO PNO-BENEF-BANK
           MOVE PND-PEND-REASON TO PNO-PEND-REASON.

      *
      * Approved-release mode skips only the threshold that pended
