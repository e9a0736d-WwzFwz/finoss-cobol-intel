      * Customer-merge register: one row per request to fold a
      * duplicate CUST-ID into the customer it duplicates.  CUSTMRGM
      * opens the row pending under the requesting operator; a
      * second officer's CUSTMRGR decision either rejects it or
      * carries the merge out and stamps the row merged with the
      * transaction reference every journal entry of the merge
      * carries.  A withdrawn row is one the maker took back before
      * review.
       01 CUST-MERGE-RECORD.
           05 CMR-SURVIVOR-ID       PIC 9(08).
           05 CMR-RETIRED-ID        PIC 9(08).
           05 CMR-REASON            PIC X(30).
           05 CMR-REQUESTED-BY      PIC X(08).
           05 CMR-REQUESTED-DATE    PIC 9(08).
           05 CMR-STATUS            PIC X(01).
               88 CMR-PENDING       VALUE "P".
               88 CMR-MERGED        VALUE "M".
               88 CMR-REJECTED      VALUE "R".
               88 CMR-WITHDRAWN     VALUE "W".
           05 CMR-DECIDED-BY        PIC X(08).
           05 CMR-DECIDED-DATE      PIC 9(08).
           05 CMR-TRX-REF           PIC X(16).
