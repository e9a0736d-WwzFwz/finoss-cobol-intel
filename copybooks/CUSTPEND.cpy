      * no longer applies on one operator's say-so.  Each waits here
      * for a second operator's decision through CUSTAPPR, the same
      * two-pairs-of-eyes discipline payments get on PENDAPPR.
      * Due-diligence captures ("D") pend the same way, carrying the
      * new CUSTCDD content in the trailing block.
       01 CUST-PEND-RECORD.
           05 CPN-ACTION            PIC X(01).
               88 CPN-CHANGE        VALUE "C".
               88 CPN-CLOSE         VALUE "X".
               88 CPN-DUE-DILIGENCE VALUE "D".
           05 CPN-CUST-ID           PIC 9(08).
           05 CPN-NAME              PIC X(30).
           05 CPN-TYPE              PIC X(01).
               88 CPN-DONE          VALUE "D".
           05 CPN-CHECKER-ID        PIC X(08).
           05 CPN-PENDED-TS         PIC X(14).
           05 CPN-CDD-DATA.
               10 CPN-ID-TYPE       PIC X(02).
               10 CPN-ID-NUMBER     PIC X(20).
               10 CPN-ID-EXPIRY     PIC 9(08).
               10 CPN-OCCUPATION    PIC X(20).
               10 CPN-RISK-RATING   PIC X(01).
               10 CPN-PEP-FLAG      PIC X(01).
               10 CPN-REVIEW-DATE   PIC 9(08).
