      * Service-charge refund register: one row per refund a branch
      * has agreed against a fee posting -- a MTHFEES maintenance
      * ("SVC ") or below-minimum ("MIN ") charge, or a PAYMENT fee
      * ("FEE ") -- named by the fee's TRX-REF.  Requested through
      * FEERQST, approved and posted through FEEAPPR, reported
      * monthly by FEERRPT.  A fee may be refunded in parts, never
      * beyond what was charged.
      * Reasons:
      *   BE  bank error        GW  goodwill
      *   RW  relationship waiver   CP  complaint settlement
      * Status: P pending approval, D refunded, R rejected.
       01 FEE-REFUND-RECORD.
           05 FR-REQUEST-ID         PIC 9(08).
           05 FR-FEE-TRX-REF        PIC X(16).
      *    The account exactly as the fee's ledger row carries it.
           05 FR-ACCOUNT            PIC X(10).
           05 FR-CUST-ID            PIC 9(08).
           05 FR-FEE-TYPE           PIC X(04).
           05 FR-FEE-AMOUNT         PIC 9(09)V99.
           05 FR-REFUND-AMOUNT      PIC 9(09)V99.
           05 FR-REASON             PIC X(02).
               88 FR-REASON-VALID   VALUE "BE" "GW" "RW" "CP".
           05 FR-REQUESTED-BY       PIC X(08).
           05 FR-REQUESTED-DATE     PIC 9(08).
           05 FR-STATUS             PIC X(01).
               88 FR-PENDING        VALUE "P".
               88 FR-REFUNDED       VALUE "D".
               88 FR-REJECTED       VALUE "R".
           05 FR-APPROVED-BY        PIC X(08).
           05 FR-DECIDED-DATE       PIC 9(08).
           05 FR-REFUND-TRX-REF     PIC X(16).
      *    The full ACCTMAST account number; FR-ACCOUNT is its (3:10).
           05 FR-ACCTM-NUM          PIC X(12).
