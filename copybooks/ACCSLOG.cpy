      * Customer-data access log: one row for every customer (and
      * account, where one was shown) an operator brought up on an
      * inquiry, a search result or a counter payment -- who, from
      * which terminal and transaction, and when.  Appended through
      * ACCSLOGW by CUSTINQ, CUSTNMIQ, ACCTHIQ, TELLPAY and
      * CUSTSRCH; reviewed weekly by ACCSREVW.  The search argument
      * is carried on search rows so a review can see what was
      * asked for as well as what came back.
       01 ACCESS-LOG-RECORD.
           05 AL-TIMESTAMP          PIC X(14).
           05 AL-OPERATOR-ID        PIC X(08).
           05 AL-TERMINAL-ID        PIC X(04).
           05 AL-TRANSACTION        PIC X(04).
           05 AL-PROGRAM            PIC X(08).
           05 AL-ACCESS-TYPE        PIC X(01).
               88 AL-INQUIRY        VALUE "I".
               88 AL-SEARCH         VALUE "S".
               88 AL-PAYMENT        VALUE "P".
           05 AL-CUST-ID            PIC 9(08).
           05 AL-ACCT-NUM           PIC X(12).
           05 AL-SEARCH-ARG         PIC X(30).
