      * audit fields with the keying operator and business date on
      * every change, journaling every rewrite through CUSTJRNL,
      * rejecting bad transactions to the shared suspense queue, and
      * reporting everything applied on CUSTMRPT.  Action "D"
      * captures or refreshes the customer's due-diligence record
      * (identity document, occupation, risk rating, PEP flag, review
      * date); like a closure it always pends for CUSTAPPR, and it
      * may be keyed ahead of the customer's first account, before
      * ACCTOPEN has put the customer on the master.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  CT-ADD           VALUE "A".
               88  CT-CHANGE        VALUE "C".
               88  CT-CLOSE         VALUE "X".
               88  CT-DUE-DILIGENCE VALUE "D".
           05  CT-CUST-ID           PIC 9(08).
           05  CT-NAME              PIC X(30).
           05  CT-TYPE              PIC X(01).
           05  CT-BRANCH-CODE       PIC X(04).
           05  CT-RM-ID             PIC X(08).
           05  CT-OPERATOR-ID       PIC X(08).
           05  CT-CDD-DATA.
               10  CT-ID-TYPE       PIC X(02).
               10  CT-ID-NUMBER     PIC X(20).
               10  CT-ID-EXPIRY     PIC 9(08).
               10  CT-OCCUPATION    PIC X(20).
               10  CT-RISK-RATING   PIC X(01).
               10  CT-PEP-FLAG      PIC X(01).
               10  CT-REVIEW-DATE   PIC 9(08).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.
                       PERFORM CHANGE-CUSTOMER
                   WHEN CT-CLOSE
                       PERFORM CLOSE-CUSTOMER
                   WHEN CT-DUE-DILIGENCE
                       PERFORM PEND-FOR-APPROVAL
               END-EVALUATE
           ELSE
               PERFORM REJECT-TRANSACTION
                   MOVE 81 TO WS-EDIT-REASON-CODE
                   MOVE "CUSTOMER ID NOT NUMERIC" TO WS-EDIT-REASON
               WHEN CT-ACTION NOT = "A" AND CT-ACTION NOT = "C"
                   AND CT-ACTION NOT = "X" AND CT-ACTION NOT = "D"
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE 82 TO WS-EDIT-REASON-CODE
                   MOVE "UNKNOWN ACTION" TO WS-EDIT-REASON
               WHEN CT-ACTION = "X"
                   CONTINUE
               WHEN CT-ACTION = "D"
                   PERFORM EDIT-DUE-DILIGENCE-FIELDS
               WHEN CT-NAME = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE 83 TO WS-EDIT-REASON-CODE
           END-EVALUATE
           END-IF.

      *
      * A due-diligence capture must identify the customer by a
      * document that has not already expired and carry a rating
      * the review cycle can work from; the review date defaults to
      * the business date, the capture itself being a review.
      *
       EDIT-DUE-DILIGENCE-FIELDS.
           EVALUATE TRUE
               WHEN CT-ID-TYPE = SPACES OR CT-ID-NUMBER = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE 90 TO WS-EDIT-REASON-CODE
                   MOVE "ID DOCUMENT TYPE OR NUMBER BLANK"
                       TO WS-EDIT-REASON
               WHEN CT-ID-EXPIRY NOT NUMERIC
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE 91 TO WS-EDIT-REASON-CODE
                   MOVE "ID EXPIRY DATE NOT NUMERIC" TO WS-EDIT-REASON
               WHEN CT-ID-EXPIRY NOT = 0 AND CT-ID-EXPIRY < WS-TODAY
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE 92 TO WS-EDIT-REASON-CODE
                   MOVE "ID DOCUMENT ALREADY EXPIRED" TO WS-EDIT-REASON
               WHEN CT-RISK-RATING NOT = "L"
                   AND CT-RISK-RATING NOT = "M"
                   AND CT-RISK-RATING NOT = "H"
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE 93 TO WS-EDIT-REASON-CODE
                   MOVE "INVALID RISK RATING" TO WS-EDIT-REASON
               WHEN CT-PEP-FLAG NOT = "Y" AND CT-PEP-FLAG NOT = "N"
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE 94 TO WS-EDIT-REASON-CODE
                   MOVE "INVALID PEP FLAG" TO WS-EDIT-REASON
               WHEN CT-REVIEW-DATE NOT NUMERIC
                   OR CT-REVIEW-DATE > WS-TODAY
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE 95 TO WS-EDIT-REASON-CODE
                   MOVE "INVALID REVIEW DATE" TO WS-EDIT-REASON
               WHEN CT-REVIEW-DATE = 0
                   MOVE WS-TODAY TO CT-REVIEW-DATE
           END-EVALUATE.

       ADD-CUSTOMER.
           MOVE CT-CUST-ID TO CUST-ID
           MOVE CT-NAME TO CUST-NAME
           MOVE CT-BRANCH-CODE TO CPN-BRANCH-CODE
           MOVE CT-RM-ID TO CPN-RM-ID
           MOVE CT-OPERATOR-ID TO CPN-MAKER-ID
           MOVE CT-CDD-DATA TO CPN-CDD-DATA
           MOVE "P" TO CPN-PEND-STATUS
           MOVE SPACES TO CPN-CHECKER-ID
           MOVE WS-TODAY TO CPN-PENDED-TS(1:8)
