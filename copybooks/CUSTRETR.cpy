      * Retired-ID cross-reference: every CUST-ID a merge retired,
      * with the customer it now resolves to.  Appended by CUSTMRGR
      * and read through CUSTRSLV by the reports and surveillance
      * that derive a customer from an account number or hold an
      * old reference, so a retired ID rolls up under the surviving
      * customer.
       01 CUST-RETIRED-RECORD.
           05 RTX-RETIRED-ID        PIC 9(08).
           05 RTX-SURVIVOR-ID       PIC 9(08).
           05 RTX-MERGE-DATE        PIC 9(08).
           05 RTX-MERGE-REF         PIC X(16).
           05 RTX-MERGED-BY         PIC X(08).
