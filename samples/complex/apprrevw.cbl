      * checker may not be the maker.  Decisions are applied onto
      * PENDAPPR.NEW (the LOANSCHD.NEW handover) and every outcome
      * goes on the APPRRPT report; approved items are picked up by
      * the APPRRLSE release step.  An item PAYMENT pended for a
      * payee call-back is approved on the strength of that
      * call-back, and the report says so.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PNO-CHECKER-ID       PIC X(08).
           05  PNO-PENDED-TS        PIC X(14).
           05  PNO-BENEF-BANK       PIC X(04).
           05  PNO-PEND-REASON      PIC X(01).

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-RECORD.
           MOVE PND-STATUS TO PNO-STATUS
           MOVE PND-CHECKER-ID TO PNO-CHECKER-ID
           MOVE PND-PENDED-TS TO PNO-PENDED-TS
           MOVE PND-BENEF-BANK TO PNO-BENEF-BANK
           MOVE PND-PEND-REASON TO PNO-PEND-REASON.

       FIND-DECISION-FOR-ITEM.
           MOVE "N" TO WS-MATCH-FOUND-SW
               IF WS-DEC-DECISION(WS-MATCH-IDX) = "A"
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "A" TO PNO-STATUS
                   IF PND-CALLBACK-NEEDED
                       MOVE "APPROVED - PAYEE VERIFIED BY CALL-BACK"
                           TO RV-OUTCOME
                   ELSE
                       MOVE "APPROVED" TO RV-OUTCOME
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO PNO-STATUS
