      * Customer due diligence: the identity document, what the
      * customer does for a living, the compliance risk rating and
      * PEP flag, and when the file was last reviewed.  Captured and
      * changed only through CUSTMNT's action "D", which always
      * pends for a second operator's CUSTAPPR decision; ACCTOPEN
      * refuses an account to a customer with no record here or an
      * expired document, and CDDREVW drives the periodic review
      * off the rating.  An expiry of zero is a document that does
      * not expire.
       01 CUST-DUE-DILIGENCE-RECORD.
           05 CDD-CUST-ID           PIC 9(08).
           05 CDD-ID-TYPE           PIC X(02).
           05 CDD-ID-NUMBER         PIC X(20).
           05 CDD-ID-EXPIRY         PIC 9(08).
           05 CDD-OCCUPATION        PIC X(20).
           05 CDD-RISK-RATING       PIC X(01).
               88 CDD-LOW-RISK      VALUE "L".
               88 CDD-MEDIUM-RISK   VALUE "M".
               88 CDD-HIGH-RISK     VALUE "H".
           05 CDD-PEP-FLAG          PIC X(01).
               88 CDD-PEP           VALUE "Y".
           05 CDD-LAST-REVIEW-DATE  PIC 9(08).
           05 CDD-LAST-MAINT-DATE   PIC 9(08).
           05 CDD-LAST-MAINT-USER   PIC X(08).
