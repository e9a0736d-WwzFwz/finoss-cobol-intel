      * Cash-centre consignments: one row per cash order received
      * into a branch vault ("O") or cash return sent from it
      * ("R"), under the cash centre's consignment reference, with
      * the maker and checker who signed the vault movement and the
      * reference the GL entry booked under.  Appended by VLTPOST.
       01 CASH-ORDER-RECORD.
           05 CO-CONSIGNMENT-REF    PIC X(16).
           05 CO-BRANCH             PIC X(04).
           05 CO-DIRECTION          PIC X(01).
               88 CO-ORDER-IN       VALUE "O".
               88 CO-RETURN-OUT     VALUE "R".
           05 CO-AMOUNT             PIC 9(11)V99.
           05 CO-BUSINESS-DATE      PIC 9(08).
           05 CO-MAKER-ID           PIC X(08).
           05 CO-CHECKER-ID         PIC X(08).
           05 CO-TRX-REF            PIC X(16).
