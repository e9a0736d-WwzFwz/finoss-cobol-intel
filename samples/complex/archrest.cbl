               88  GA-HEADER-REC    VALUE "H".
               88  GA-DETAIL-REC    VALUE "D".
               88  GA-TRAILER-REC   VALUE "T".
           05  GA-DETAIL-DATA       PIC X(72).
           05  GA-HEADER-DATA REDEFINES GA-DETAIL-DATA.
               10  GA-RUN-DATE      PIC 9(08).
               10  GA-CUTOFF-PERIOD PIC 9(06).
               10  FILLER           PIC X(58).
           05  GA-TRAILER-DATA REDEFINES GA-DETAIL-DATA.
               10  GA-RECORD-COUNT  PIC 9(09).
               10  GA-AMOUNT-TOTAL  PIC 9(13)V99.
               10  FILLER           PIC X(45).

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANS.
