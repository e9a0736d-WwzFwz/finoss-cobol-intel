      * Segregation-of-duties findings routed to compliance: one row
      * per conflict SODMON found, open ("P") until the compliance
      * officer records a decision through SODREVW.  A finding
      * already on file is not raised again by a later run.
      * Finding codes:
      *   SA  maker and checker are the same operator
      *   RR  two operators approving each other's items (a ring)
      *   CP  payment made from a customer whose CUSTPEND change the
      *       same operator keyed
      *   OA  operator acting on their own customer's account
      *   RA  operator acting on a declared related customer
      *   ST  operator acting on another member of staff's account
      * Source: P PAYAUDIT, C CUSTPEND, H CMPHOLD, T TILLTRAN;
      * blank for a ring, which is counted across all three queues.
       01 SOD-CASE-RECORD.
           05 SOD-CASE-ID           PIC 9(08).
           05 SOD-FINDING           PIC X(02).
           05 SOD-SOURCE            PIC X(01).
           05 SOD-OPERATOR-ID       PIC X(08).
           05 SOD-OTHER-OPERATOR    PIC X(08).
           05 SOD-CUST-ID           PIC 9(08).
           05 SOD-ACCOUNT           PIC X(10).
           05 SOD-REFERENCE         PIC X(16).
           05 SOD-AMOUNT            PIC 9(09)V99.
           05 SOD-RAISED-DATE       PIC 9(08).
           05 SOD-STATUS            PIC X(01).
               88 SOD-OPEN          VALUE "P".
               88 SOD-CONFIRMED     VALUE "C".
               88 SOD-CLEARED       VALUE "F".
           05 SOD-DECIDED-BY        PIC X(08).
           05 SOD-DECIDED-DATE      PIC 9(08).
