      * Watchlist rescreening cases: one potential match WLRESCRN
      * found when a new or changed WATCHLST entry was run against
      * the customer base, waiting for the compliance officer's
      * decision through SCRNREVW the way CMPHOLD items wait for
      * CMPRREVW.  The source says which customer detail tripped --
      * the CUSTMAST name, a CUSTADDR detail, or the name of a joint
      * holder on ACCTREL.  A confirmed case restricts both
      * directions on every account the customer holds on CIFXREF.
       01 SCREENING-CASE-RECORD.
           05 SCC-CASE-ID           PIC 9(08).
           05 SCC-CUST-ID           PIC 9(08).
           05 SCC-SOURCE            PIC X(01).
               88 SCC-FROM-NAME     VALUE "N".
               88 SCC-FROM-ADDRESS  VALUE "A".
               88 SCC-FROM-JOINT    VALUE "J".
           05 SCC-SCREENED-VALUE    PIC X(40).
           05 SCC-MATCHED-VALUE     PIC X(30).
           05 SCC-MAKER-ID          PIC X(08).
           05 SCC-STATUS            PIC X(01).
               88 SCC-PENDING       VALUE "P".
               88 SCC-CONFIRMED     VALUE "C".
               88 SCC-CLEARED       VALUE "F".
           05 SCC-CHECKER-ID        PIC X(08).
           05 SCC-RAISED-TS         PIC X(14).
           05 SCC-DECIDED-DATE      PIC 9(08).
