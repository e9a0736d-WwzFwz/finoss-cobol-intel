       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLPROOF.
      *
      * End-of-day sub-ledger to general-ledger control proof, run
      * in DLYCHAIN behind the trial balance.  GLTRIAL proves the
      * GL against itself; this step proves the two customer books
      * against the GL.
      *
      * The GL position is each account's latest GLBAL closing plus
      * every GLTRANS entry dated after the newest GLBAL period --
      * the figure GLCLOSE will roll at month end.  Customer deposit
      * accounts are credit balances, so they are turned over to
      * compare with the positive customer books.
      *
      * CUSTMAST: every customer's CUST-BALANCE against its own GL
      * account (the CUST-ID PAYMENT posts to), and the book total
      * against the customer accounts on COAMAST (type "C"; every
      * GL account carrying a CUSTMAST customer when the chart is
      * not there).
      *
      * ACCTMAST: ACCTM-BALANCE totalled by product (the account
      * type for accounts booked before products) and currency.
      * Each product/currency is tied to its GL control by the
      * GLCTLMAP map -- exact currency first, then a blank currency
      * for all of them.  GL account zero in the map means the
      * customer accounts themselves.  Unmapped loans fall back to
      * the loan-asset control and unmapped deposits to the
      * customer accounts; a product still with no control is a
      * break in its own right.  Products sharing a control are
      * proved together.
      *
      * Customer to account: each customer's CUST-BALANCE against
      * the ACCTM-BALANCE total of the deposit accounts on its
      * CIFXREF chain.  Loan and card accounts are asset balances
      * and stay out of that sum.
      *
      * Every difference lands on SLPRFRPT.  A customer out of proof
      * is listed with its accounts; a control out of proof is
      * listed with its accounts held by customers out of proof --
      * the accounts that drive it.  Any difference ends RC=4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ACCTM-NUM.
           SELECT CIF-XREF-FILE ASSIGN TO "CIFXREF"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CIF-KEY
               FILE STATUS IS WS-CIF-FILE-STATUS.
           SELECT COA-MASTER-FILE ASSIGN TO "COAMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT CONTROL-MAP-FILE ASSIGN TO "GLCTLMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT PROOF-RPT-FILE ASSIGN TO "SLPRFRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CIF-XREF-FILE.
       COPY CIFXREF.

       FD  COA-MASTER-FILE.
       01  COA-MASTER-RECORD.
           05  COA-ACCOUNT          PIC 9(08).
           05  COA-DESCRIPTION      PIC X(30).
           05  COA-TYPE             PIC X(01).
               88  COA-CUSTOMER     VALUE "C".
               88  COA-HOUSE        VALUE "H".
               88  COA-INCOME       VALUE "I".
               88  COA-EXPENSE      VALUE "E".
           05  COA-STATUS           PIC X(01).
               88  COA-OPEN         VALUE "O".
               88  COA-CLOSED       VALUE "C".

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANS.

      *
      * Product (or bare account type) and currency to GL control.
      * The side says which way the control runs: "D" an asset
      * carried as a debit, "C" a liability carried as a credit.
      *
       FD  CONTROL-MAP-FILE.
       01  CONTROL-MAP-RECORD.
           05  GC-PRODUCT           PIC X(04).
           05  GC-CURRENCY          PIC X(03).
           05  GC-GL-ACCOUNT        PIC 9(08).
           05  GC-SIDE              PIC X(01).
               88  GC-ASSET         VALUE "D".
               88  GC-LIABILITY     VALUE "C".

       FD  PROOF-RPT-FILE.
       01  PROOF-RPT-RECORD.
           05  PF-LINE-TYPE         PIC X(10).
           05  FILLER               PIC X(02).
           05  PF-BOOK              PIC X(08).
           05  FILLER               PIC X(02).
           05  PF-KEY               PIC X(12).
           05  FILLER               PIC X(02).
           05  PF-CURRENCY          PIC X(03).
           05  FILLER               PIC X(02).
           05  PF-GL-ACCOUNT        PIC X(08).
           05  FILLER               PIC X(02).
           05  PF-BOOK-AMOUNT       PIC -Z(12)9.99.
           05  FILLER               PIC X(02).
           05  PF-GL-AMOUNT         PIC -Z(12)9.99.
           05  FILLER               PIC X(02).
           05  PF-NOTE              PIC X(30).

       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-CIF-FILE-STATUS       PIC X(2).
       01  WS-COA-FILE-STATUS       PIC X(2).
       01  WS-BAL-FILE-STATUS       PIC X(2).
       01  WS-GL-FILE-STATUS        PIC X(2).
       01  WS-MAP-FILE-STATUS       PIC X(2).
       01  WS-IN-EOF                PIC X(1) VALUE "N".
           88  END-OF-INPUT         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-BREAK-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-PROVED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-GL-LOAN-ASSET-ACCT    PIC 9(8) VALUE 13131313.
      *
      * Customer GL accounts off the chart; empty when COAMAST is
      * not there, in which case the customer master decides.
      *
       01  WS-COA-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 5000 TIMES.
               10  WS-COA-ACCOUNT   PIC 9(08).
       01  WS-COA-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-COA-LOADED-SW         PIC X(1) VALUE "N".
           88  COA-LOADED           VALUE "Y".
      *
      * GL position per account, debit-positive.
      *
       01  WS-GLA-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 5000 TIMES.
               10  WS-GLA-ACCOUNT   PIC 9(08).
               10  WS-GLA-PERIOD    PIC 9(06).
               10  WS-GLA-BALANCE   PIC S9(13)V99.
               10  WS-GLA-CUSTOMER-SW PIC X(01).
       01  WS-GLA-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-GLA-FOUND-SW          PIC X(1).
           88  GL-ACCOUNT-FOUND     VALUE "Y".
       01  WS-LOOKUP-GL-ACCOUNT     PIC 9(08).
       01  WS-LATEST-PERIOD         PIC 9(06) VALUE 0.
      *
      * The product/currency map.
      *
       01  WS-MAP-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-PRODUCT   PIC X(04).
               10  WS-MAP-CURRENCY  PIC X(03).
               10  WS-MAP-GL-ACCOUNT PIC 9(08).
               10  WS-MAP-SIDE      PIC X(01).
       01  WS-MAP-SUB               PIC 9(3) COMP VALUE 0.
      *
      * The customer book.
      *
       01  WS-CUS-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 5000 TIMES.
               10  WS-CUS-ID        PIC 9(08).
               10  WS-CUS-BALANCE   PIC S9(09)V99.
               10  WS-CUS-ACCT-SUM  PIC S9(11)V99.
               10  WS-CUS-OUT-SW    PIC X(01).
       01  WS-CUS-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-CUS-FOUND-SW          PIC X(1).
           88  CUSTOMER-FOUND       VALUE "Y".
       01  WS-LOOKUP-CUST-ID        PIC 9(08).
      *
      * The account book, each row tied to its product/currency
      * bucket and to the customer whose CIFXREF chain carries it.
      *
       01  WS-ACC-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 5000 TIMES.
               10  WS-ACC-NUM       PIC X(12).
               10  WS-ACC-CUST-ID   PIC 9(08).
               10  WS-ACC-TYPE      PIC X(02).
               10  WS-ACC-CURRENCY  PIC X(03).
               10  WS-ACC-BALANCE   PIC 9(09)V99.
               10  WS-ACC-BKT-SUB   PIC 9(3) COMP.
               10  WS-ACC-XREF-CUST PIC 9(08).
       01  WS-ACC-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ACC-FOUND-SW          PIC X(1).
           88  ACCOUNT-FOUND        VALUE "Y".
       01  WS-XREF-SUB              PIC 9(2) COMP.
      *
      * ACCTMAST totals by product and currency.
      *
       01  WS-BKT-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 200 TIMES.
               10  WS-BKT-PRODUCT   PIC X(04).
               10  WS-BKT-TYPE      PIC X(02).
               10  WS-BKT-CURRENCY  PIC X(03).
               10  WS-BKT-TOTAL     PIC S9(13)V99.
               10  WS-BKT-CTL-SUB   PIC 9(3) COMP.
       01  WS-BKT-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-BKT-FOUND-SW          PIC X(1).
           88  BUCKET-FOUND         VALUE "Y".
       01  WS-WANT-PRODUCT          PIC X(04).
       01  WS-WANT-CURRENCY         PIC X(03).
      *
      * GL controls the buckets prove against; account zero is the
      * customer accounts taken together.
      *
       01  WS-CTL-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 100 TIMES.
               10  WS-CTL-GL-ACCOUNT PIC 9(08).
               10  WS-CTL-SIDE      PIC X(01).
               10  WS-CTL-BOOK      PIC S9(13)V99.
       01  WS-CTL-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-CTL-FOUND-SW          PIC X(1).
           88  CONTROL-FOUND        VALUE "Y".
       01  WS-WANT-GL-ACCOUNT       PIC 9(08).
       01  WS-WANT-SIDE             PIC X(01).
       01  WS-CUSTOMER-ACCT-SW      PIC X(1).
           88  CUSTOMER-ACCOUNT     VALUE "Y".
       01  WS-MAPPED-SW             PIC X(1).
           88  CONTROL-MAPPED       VALUE "Y".
      *
      * Working figures for one comparison.
      *
       01  WS-BOOK-AMOUNT           PIC S9(13)V99.
       01  WS-GL-AMOUNT             PIC S9(13)V99.
       01  WS-CUSTOMER-POOL         PIC S9(13)V99 VALUE 0.
       01  WS-CUSTMAST-BOOK         PIC S9(13)V99 VALUE 0.
       01  WS-DRIVER-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-LINE-TYPE             PIC X(10).
       01  WS-LINE-BOOK             PIC X(08).
       01  WS-LINE-KEY              PIC X(12).
       01  WS-LINE-CURRENCY         PIC X(03).
       01  WS-LINE-GL-ACCOUNT       PIC X(08).
       01  WS-LINE-NOTE             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-CHART-TABLE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-GL-POSITION
           PERFORM MARK-CUSTOMER-GL-ACCOUNTS
               VARYING WS-GLA-SUB FROM 1 BY 1
               UNTIL WS-GLA-SUB > WS-GLA-COUNT
           PERFORM LOAD-CONTROL-MAP
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LINK-CIF-CHAINS
           OPEN OUTPUT PROOF-RPT-FILE
           PERFORM PROVE-ONE-CUSTOMER
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
           PERFORM PROVE-CUSTMAST-BOOK
           PERFORM REPORT-ONE-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-COUNT
           PERFORM PROVE-ONE-CONTROL
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-COUNT
           CLOSE PROOF-RPT-FILE
           DISPLAY "SLPROOF: CUSTOMERS PROVED   " WS-CUS-COUNT
           DISPLAY "SLPROOF: ACCOUNTS PROVED    " WS-ACC-COUNT
           DISPLAY "SLPROOF: DIFFERENCES        " WS-BREAK-COUNT
           COMPUTE WS-PROVED-COUNT = WS-CUS-COUNT + WS-ACC-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-BREAK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CHART-TABLE.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT COA-MASTER-FILE
           IF WS-COA-FILE-STATUS = "00"
               MOVE "Y" TO WS-COA-LOADED-SW
               PERFORM READ-CHART
               PERFORM STORE-CHART-ENTRY UNTIL END-OF-INPUT
               CLOSE COA-MASTER-FILE
           END-IF.

       READ-CHART.
           READ COA-MASTER-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       STORE-CHART-ENTRY.
           IF COA-CUSTOMER
               IF WS-COA-COUNT = 5000
                   DISPLAY "SLPROOF: CHART TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-COA-COUNT
               MOVE COA-ACCOUNT TO WS-COA-ACCOUNT(WS-COA-COUNT)
           END-IF
           PERFORM READ-CHART.

       LOAD-CUSTOMER-TABLE.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               PERFORM READ-CUSTOMER
               PERFORM STORE-CUSTOMER-ENTRY UNTIL END-OF-INPUT
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       STORE-CUSTOMER-ENTRY.
           IF WS-CUS-COUNT = 5000
               DISPLAY "SLPROOF: CUSTOMER TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE CUST-ID TO WS-CUS-ID(WS-CUS-COUNT)
           MOVE CUST-BALANCE TO WS-CUS-BALANCE(WS-CUS-COUNT)
           MOVE 0 TO WS-CUS-ACCT-SUM(WS-CUS-COUNT)
           MOVE "N" TO WS-CUS-OUT-SW(WS-CUS-COUNT)
           PERFORM READ-CUSTOMER.

       FIND-CUSTOMER.
           MOVE "N" TO WS-CUS-FOUND-SW
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
                   OR CUSTOMER-FOUND
               IF WS-CUS-ID(WS-CUS-SUB) = WS-LOOKUP-CUST-ID
                   MOVE "Y" TO WS-CUS-FOUND-SW
               END-IF
           END-PERFORM
           IF CUSTOMER-FOUND
               SUBTRACT 1 FROM WS-CUS-SUB
           END-IF.

      *
      * Each account opens at its newest GLBAL closing, its branch
      * rows for that period summed into the bank-wide figure;
      * GLTRANS then adds everything dated after the newest period
      * closed, debits up and credits down as GLCLOSE rolls them.
      *
       LOAD-GL-POSITION.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT GL-BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "00"
               PERFORM READ-GL-BALANCE
               PERFORM NOTE-GL-BALANCE UNTIL END-OF-INPUT
               CLOSE GL-BALANCE-FILE
           END-IF
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT GL-TRANSACTION-FILE
           IF WS-GL-FILE-STATUS = "00"
               PERFORM READ-GLTRANS
               PERFORM NOTE-GL-ENTRY UNTIL END-OF-INPUT
               CLOSE GL-TRANSACTION-FILE
           END-IF.

       READ-GL-BALANCE.
           READ GL-BALANCE-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       NOTE-GL-BALANCE.
           MOVE GLB-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT
           PERFORM FIND-OR-ADD-GL-ACCOUNT
           IF GLB-PERIOD > WS-GLA-PERIOD(WS-GLA-SUB)
               MOVE GLB-PERIOD TO WS-GLA-PERIOD(WS-GLA-SUB)
               MOVE GLB-CLOSING TO WS-GLA-BALANCE(WS-GLA-SUB)
           ELSE
               IF GLB-PERIOD = WS-GLA-PERIOD(WS-GLA-SUB)
                   ADD GLB-CLOSING TO WS-GLA-BALANCE(WS-GLA-SUB)
               END-IF
           END-IF
           IF GLB-PERIOD > WS-LATEST-PERIOD
               MOVE GLB-PERIOD TO WS-LATEST-PERIOD
           END-IF
           PERFORM READ-GL-BALANCE.

       READ-GLTRANS.
           READ GL-TRANSACTION-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       NOTE-GL-ENTRY.
           IF GL-TIMESTAMP(1:6) > WS-LATEST-PERIOD
               MOVE GL-DEBIT-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT
               PERFORM FIND-OR-ADD-GL-ACCOUNT
               ADD GL-AMOUNT TO WS-GLA-BALANCE(WS-GLA-SUB)
               MOVE GL-CREDIT-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT
               PERFORM FIND-OR-ADD-GL-ACCOUNT
               SUBTRACT GL-AMOUNT FROM WS-GLA-BALANCE(WS-GLA-SUB)
           END-IF
           PERFORM READ-GLTRANS.

       FIND-GL-ACCOUNT.
           MOVE "N" TO WS-GLA-FOUND-SW
           PERFORM VARYING WS-GLA-SUB FROM 1 BY 1
               UNTIL WS-GLA-SUB > WS-GLA-COUNT
                   OR GL-ACCOUNT-FOUND
               IF WS-GLA-ACCOUNT(WS-GLA-SUB) = WS-LOOKUP-GL-ACCOUNT
                   MOVE "Y" TO WS-GLA-FOUND-SW
               END-IF
           END-PERFORM
           IF GL-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-GLA-SUB
           END-IF.

       FIND-OR-ADD-GL-ACCOUNT.
           PERFORM FIND-GL-ACCOUNT
           IF NOT GL-ACCOUNT-FOUND
               IF WS-GLA-COUNT = 5000
                   DISPLAY "SLPROOF: GL TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GLA-COUNT
               MOVE WS-GLA-COUNT TO WS-GLA-SUB
               MOVE WS-LOOKUP-GL-ACCOUNT TO WS-GLA-ACCOUNT(WS-GLA-SUB)
               MOVE 0 TO WS-GLA-PERIOD(WS-GLA-SUB)
               MOVE 0 TO WS-GLA-BALANCE(WS-GLA-SUB)
               MOVE "N" TO WS-GLA-CUSTOMER-SW(WS-GLA-SUB)
           END-IF.

      *
      * The customer accounts are those the chart calls customer
      * accounts, or without a chart those carrying a customer.
      * Taken together and turned over they are the deposit
      * control the customer books prove against.
      *
       MARK-CUSTOMER-GL-ACCOUNTS.
           MOVE "N" TO WS-GLA-CUSTOMER-SW(WS-GLA-SUB)
           IF COA-LOADED
               PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                   UNTIL WS-COA-SUB > WS-COA-COUNT
                   IF WS-COA-ACCOUNT(WS-COA-SUB) =
                       WS-GLA-ACCOUNT(WS-GLA-SUB)
                       MOVE "Y" TO WS-GLA-CUSTOMER-SW(WS-GLA-SUB)
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-GLA-ACCOUNT(WS-GLA-SUB) TO WS-LOOKUP-CUST-ID
               PERFORM FIND-CUSTOMER
               IF CUSTOMER-FOUND
                   MOVE "Y" TO WS-GLA-CUSTOMER-SW(WS-GLA-SUB)
               END-IF
           END-IF
           IF WS-GLA-CUSTOMER-SW(WS-GLA-SUB) = "Y"
               SUBTRACT WS-GLA-BALANCE(WS-GLA-SUB)
                   FROM WS-CUSTOMER-POOL
           END-IF.

       LOAD-CONTROL-MAP.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT CONTROL-MAP-FILE
           IF WS-MAP-FILE-STATUS = "00"
               PERFORM READ-CONTROL-MAP
               PERFORM STORE-CONTROL-MAP UNTIL END-OF-INPUT
               CLOSE CONTROL-MAP-FILE
           END-IF.

       READ-CONTROL-MAP.
           READ CONTROL-MAP-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       STORE-CONTROL-MAP.
           IF WS-MAP-COUNT = 200
               DISPLAY "SLPROOF: CONTROL MAP FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GC-PRODUCT TO WS-MAP-PRODUCT(WS-MAP-COUNT)
           MOVE GC-CURRENCY TO WS-MAP-CURRENCY(WS-MAP-COUNT)
           MOVE GC-GL-ACCOUNT TO WS-MAP-GL-ACCOUNT(WS-MAP-COUNT)
           MOVE GC-SIDE TO WS-MAP-SIDE(WS-MAP-COUNT)
           PERFORM READ-CONTROL-MAP.

      *
      * Closed accounts are still carried: a closed account with
      * money left on it is exactly what the proof should catch.
      *
       LOAD-ACCOUNT-TABLE.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT ACCT-MASTER-FILE
           PERFORM READ-ACCOUNT
           PERFORM STORE-ACCOUNT-ENTRY UNTIL END-OF-INPUT
           CLOSE ACCT-MASTER-FILE.

       READ-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       STORE-ACCOUNT-ENTRY.
           IF WS-ACC-COUNT = 5000
               DISPLAY "SLPROOF: ACCOUNT TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE ACCTM-NUM TO WS-ACC-NUM(WS-ACC-COUNT)
           MOVE ACCTM-CUST-ID TO WS-ACC-CUST-ID(WS-ACC-COUNT)
           MOVE ACCTM-TYPE TO WS-ACC-TYPE(WS-ACC-COUNT)
           MOVE ACCTM-CURRENCY TO WS-ACC-CURRENCY(WS-ACC-COUNT)
           MOVE ACCTM-BALANCE TO WS-ACC-BALANCE(WS-ACC-COUNT)
           MOVE 0 TO WS-ACC-XREF-CUST(WS-ACC-COUNT)
           IF ACCTM-PRODUCT-CODE = SPACES
               MOVE ACCTM-TYPE TO WS-WANT-PRODUCT
           ELSE
               MOVE ACCTM-PRODUCT-CODE TO WS-WANT-PRODUCT
           END-IF
           MOVE ACCTM-CURRENCY TO WS-WANT-CURRENCY
           PERFORM FIND-OR-ADD-BUCKET
           MOVE WS-BKT-SUB TO WS-ACC-BKT-SUB(WS-ACC-COUNT)
           ADD ACCTM-BALANCE TO WS-BKT-TOTAL(WS-BKT-SUB)
           PERFORM READ-ACCOUNT.

       FIND-OR-ADD-BUCKET.
           MOVE "N" TO WS-BKT-FOUND-SW
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-COUNT
                   OR BUCKET-FOUND
               IF WS-BKT-PRODUCT(WS-BKT-SUB) = WS-WANT-PRODUCT
                   AND WS-BKT-CURRENCY(WS-BKT-SUB) = WS-WANT-CURRENCY
                   MOVE "Y" TO WS-BKT-FOUND-SW
               END-IF
           END-PERFORM
           IF BUCKET-FOUND
               SUBTRACT 1 FROM WS-BKT-SUB
           ELSE
               IF WS-BKT-COUNT = 200
                   DISPLAY "SLPROOF: PRODUCT TABLE FULL - RAISE"
                       " OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BKT-COUNT
               MOVE WS-BKT-COUNT TO WS-BKT-SUB
               MOVE WS-WANT-PRODUCT TO WS-BKT-PRODUCT(WS-BKT-SUB)
               MOVE ACCTM-TYPE TO WS-BKT-TYPE(WS-BKT-SUB)
               MOVE WS-WANT-CURRENCY TO WS-BKT-CURRENCY(WS-BKT-SUB)
               MOVE 0 TO WS-BKT-TOTAL(WS-BKT-SUB)
               PERFORM RESOLVE-BUCKET-CONTROL
           END-IF.

      *
      * Map on product and currency, then product alone; failing
      * that loans go to the loan asset and everything but cards
      * to the customer accounts.  Card balances have no default
      * control and are a break until somebody maps them.
      *
       RESOLVE-BUCKET-CONTROL.
           MOVE "N" TO WS-MAPPED-SW
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
                   OR CONTROL-MAPPED
               IF WS-MAP-PRODUCT(WS-MAP-SUB) = WS-WANT-PRODUCT
                   AND WS-MAP-CURRENCY(WS-MAP-SUB) = WS-WANT-CURRENCY
                   MOVE "Y" TO WS-MAPPED-SW
                   MOVE WS-MAP-GL-ACCOUNT(WS-MAP-SUB)
                       TO WS-WANT-GL-ACCOUNT
                   MOVE WS-MAP-SIDE(WS-MAP-SUB) TO WS-WANT-SIDE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
                   OR CONTROL-MAPPED
               IF WS-MAP-PRODUCT(WS-MAP-SUB) = WS-WANT-PRODUCT
                   AND WS-MAP-CURRENCY(WS-MAP-SUB) = SPACES
                   MOVE "Y" TO WS-MAPPED-SW
                   MOVE WS-MAP-GL-ACCOUNT(WS-MAP-SUB)
                       TO WS-WANT-GL-ACCOUNT
                   MOVE WS-MAP-SIDE(WS-MAP-SUB) TO WS-WANT-SIDE
               END-IF
           END-PERFORM
           IF NOT CONTROL-MAPPED
               EVALUATE ACCTM-TYPE
                   WHEN "LN"
                       MOVE "Y" TO WS-MAPPED-SW
                       MOVE WS-GL-LOAN-ASSET-ACCT TO WS-WANT-GL-ACCOUNT
                       MOVE "D" TO WS-WANT-SIDE
                   WHEN "CC"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-MAPPED-SW
                       MOVE 0 TO WS-WANT-GL-ACCOUNT
                       MOVE "C" TO WS-WANT-SIDE
               END-EVALUATE
           END-IF
           IF CONTROL-MAPPED
               PERFORM FIND-OR-ADD-CONTROL
               MOVE WS-CTL-SUB TO WS-BKT-CTL-SUB(WS-BKT-SUB)
           ELSE
               MOVE 0 TO WS-BKT-CTL-SUB(WS-BKT-SUB)
           END-IF.

       FIND-OR-ADD-CONTROL.
           MOVE "N" TO WS-CTL-FOUND-SW
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-COUNT
                   OR CONTROL-FOUND
               IF WS-CTL-GL-ACCOUNT(WS-CTL-SUB) = WS-WANT-GL-ACCOUNT
                   MOVE "Y" TO WS-CTL-FOUND-SW
               END-IF
           END-PERFORM
           IF CONTROL-FOUND
               SUBTRACT 1 FROM WS-CTL-SUB
           ELSE
               IF WS-CTL-COUNT = 100
                   DISPLAY "SLPROOF: CONTROL TABLE FULL - RAISE"
                       " OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-CTL-COUNT TO WS-CTL-SUB
               MOVE WS-WANT-GL-ACCOUNT TO WS-CTL-GL-ACCOUNT(WS-CTL-SUB)
               MOVE WS-WANT-SIDE TO WS-CTL-SIDE(WS-CTL-SUB)
               MOVE 0 TO WS-CTL-BOOK(WS-CTL-SUB)
           END-IF.

      *
      * Deposit accounts on a customer's chain add up to what the
      * customer book should show for that customer.
      *
       LINK-CIF-CHAINS.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT CIF-XREF-FILE
           IF WS-CIF-FILE-STATUS = "00"
               PERFORM READ-XREF
               PERFORM LINK-ONE-CHAIN UNTIL END-OF-INPUT
               CLOSE CIF-XREF-FILE
           END-IF.

       READ-XREF.
           READ CIF-XREF-FILE NEXT
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       LINK-ONE-CHAIN.
           MOVE CIF-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM FIND-CUSTOMER
           PERFORM LINK-ONE-XREF-ACCOUNT
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > CIF-ACCT-COUNT
                   OR WS-XREF-SUB > 10
           PERFORM READ-XREF.

       LINK-ONE-XREF-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
                   OR ACCOUNT-FOUND
               IF WS-ACC-NUM(WS-ACC-SUB) = CIF-ACCT-NUM(WS-XREF-SUB)
                   MOVE "Y" TO WS-ACC-FOUND-SW
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACC-SUB
               IF WS-ACC-TYPE(WS-ACC-SUB) NOT = "LN"
                   AND WS-ACC-TYPE(WS-ACC-SUB) NOT = "CC"
                   MOVE CIF-CUST-ID TO WS-ACC-XREF-CUST(WS-ACC-SUB)
                   IF CUSTOMER-FOUND
                       ADD WS-ACC-BALANCE(WS-ACC-SUB)
                           TO WS-CUS-ACCT-SUM(WS-CUS-SUB)
                   END-IF
               END-IF
           END-IF.

      *
      * A customer proves twice: against its own GL account and
      * against the accounts its chain carries.
      *
       PROVE-ONE-CUSTOMER.
           MOVE WS-CUS-ID(WS-CUS-SUB) TO WS-LOOKUP-GL-ACCOUNT
           PERFORM FIND-GL-ACCOUNT
           IF GL-ACCOUNT-FOUND
               COMPUTE WS-GL-AMOUNT = 0 - WS-GLA-BALANCE(WS-GLA-SUB)
           ELSE
               MOVE 0 TO WS-GL-AMOUNT
           END-IF
           MOVE "Y" TO WS-CUSTOMER-ACCT-SW
           IF COA-LOADED
               MOVE "N" TO WS-CUSTOMER-ACCT-SW
               PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                   UNTIL WS-COA-SUB > WS-COA-COUNT
                   IF WS-COA-ACCOUNT(WS-COA-SUB) = WS-CUS-ID(WS-CUS-SUB)
                       MOVE "Y" TO WS-CUSTOMER-ACCT-SW
                   END-IF
               END-PERFORM
           END-IF
           IF CUSTOMER-ACCOUNT
               ADD WS-CUS-BALANCE(WS-CUS-SUB) TO WS-CUSTMAST-BOOK
           END-IF
           MOVE WS-CUS-BALANCE(WS-CUS-SUB) TO WS-BOOK-AMOUNT
           IF WS-BOOK-AMOUNT NOT = WS-GL-AMOUNT
               MOVE "Y" TO WS-CUS-OUT-SW(WS-CUS-SUB)
               MOVE "CUST BRK" TO WS-LINE-TYPE
               MOVE "CUSTMAST" TO WS-LINE-BOOK
               MOVE WS-CUS-ID(WS-CUS-SUB) TO WS-LINE-KEY
               MOVE SPACES TO WS-LINE-CURRENCY
               MOVE WS-CUS-ID(WS-CUS-SUB) TO WS-LINE-GL-ACCOUNT
               MOVE "CUSTOMER DIFFERS FROM GL" TO WS-LINE-NOTE
               PERFORM WRITE-BREAK-LINE
           END-IF
           IF WS-CUS-BALANCE(WS-CUS-SUB)
                   NOT = WS-CUS-ACCT-SUM(WS-CUS-SUB)
               MOVE "Y" TO WS-CUS-OUT-SW(WS-CUS-SUB)
               MOVE WS-CUS-ACCT-SUM(WS-CUS-SUB) TO WS-GL-AMOUNT
               MOVE "CUST BRK" TO WS-LINE-TYPE
               MOVE "CUSTMAST" TO WS-LINE-BOOK
               MOVE WS-CUS-ID(WS-CUS-SUB) TO WS-LINE-KEY
               MOVE SPACES TO WS-LINE-CURRENCY
               MOVE SPACES TO WS-LINE-GL-ACCOUNT
               MOVE "CUSTOMER DIFFERS FROM ACCOUNTS" TO WS-LINE-NOTE
               PERFORM WRITE-BREAK-LINE
               PERFORM LIST-CUSTOMER-ACCOUNT
                   VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
           END-IF.

       LIST-CUSTOMER-ACCOUNT.
           IF WS-ACC-XREF-CUST(WS-ACC-SUB) = WS-CUS-ID(WS-CUS-SUB)
               MOVE SPACES TO PROOF-RPT-RECORD
               MOVE "ACCOUNT" TO PF-LINE-TYPE
               MOVE "ACCTMAST" TO PF-BOOK
               MOVE WS-ACC-NUM(WS-ACC-SUB) TO PF-KEY
               MOVE WS-ACC-CURRENCY(WS-ACC-SUB) TO PF-CURRENCY
               MOVE WS-ACC-BALANCE(WS-ACC-SUB) TO PF-BOOK-AMOUNT
               MOVE 0 TO PF-GL-AMOUNT
               MOVE WS-BKT-PRODUCT(WS-ACC-BKT-SUB(WS-ACC-SUB))
                   TO PF-NOTE
               WRITE PROOF-RPT-RECORD
           END-IF.

       PROVE-CUSTMAST-BOOK.
           MOVE WS-CUSTMAST-BOOK TO WS-BOOK-AMOUNT
           MOVE WS-CUSTOMER-POOL TO WS-GL-AMOUNT
           MOVE "CUSTMAST" TO WS-LINE-BOOK
           MOVE "ALL" TO WS-LINE-KEY
           MOVE SPACES TO WS-LINE-CURRENCY
           MOVE "CUSTACCT" TO WS-LINE-GL-ACCOUNT
           IF WS-BOOK-AMOUNT NOT = WS-GL-AMOUNT
               MOVE "CTL BRK" TO WS-LINE-TYPE
               MOVE "BOOK DIFFERS FROM GL CONTROL" TO WS-LINE-NOTE
               PERFORM WRITE-BREAK-LINE
           ELSE
               MOVE "CTL OK" TO WS-LINE-TYPE
               MOVE "BOOK AGREES WITH GL CONTROL" TO WS-LINE-NOTE
               PERFORM WRITE-PROOF-LINE
           END-IF.

       REPORT-ONE-BUCKET.
           MOVE SPACES TO PROOF-RPT-RECORD
           MOVE "ACCTMAST" TO PF-BOOK
           MOVE WS-BKT-PRODUCT(WS-BKT-SUB) TO PF-KEY
           MOVE WS-BKT-CURRENCY(WS-BKT-SUB) TO PF-CURRENCY
           MOVE WS-BKT-TOTAL(WS-BKT-SUB) TO PF-BOOK-AMOUNT
           MOVE 0 TO PF-GL-AMOUNT
           IF WS-BKT-CTL-SUB(WS-BKT-SUB) = 0
               MOVE "NO CONTROL" TO PF-LINE-TYPE
               MOVE "NO GL CONTROL MAPPED" TO PF-NOTE
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               MOVE WS-BKT-CTL-SUB(WS-BKT-SUB) TO WS-CTL-SUB
               MOVE "PRODUCT" TO PF-LINE-TYPE
               PERFORM SET-CONTROL-NAME
               MOVE WS-LINE-GL-ACCOUNT TO PF-GL-ACCOUNT
               ADD WS-BKT-TOTAL(WS-BKT-SUB) TO WS-CTL-BOOK(WS-CTL-SUB)
           END-IF
           WRITE PROOF-RPT-RECORD.

       SET-CONTROL-NAME.
           IF WS-CTL-GL-ACCOUNT(WS-CTL-SUB) = 0
               MOVE "CUSTACCT" TO WS-LINE-GL-ACCOUNT
           ELSE
               MOVE WS-CTL-GL-ACCOUNT(WS-CTL-SUB) TO WS-LINE-GL-ACCOUNT
           END-IF.

       PROVE-ONE-CONTROL.
           MOVE WS-CTL-BOOK(WS-CTL-SUB) TO WS-BOOK-AMOUNT
           IF WS-CTL-GL-ACCOUNT(WS-CTL-SUB) = 0
               MOVE WS-CUSTOMER-POOL TO WS-GL-AMOUNT
           ELSE
               MOVE WS-CTL-GL-ACCOUNT(WS-CTL-SUB)
                   TO WS-LOOKUP-GL-ACCOUNT
               PERFORM FIND-GL-ACCOUNT
               IF NOT GL-ACCOUNT-FOUND
                   MOVE 0 TO WS-GL-AMOUNT
               ELSE
                   IF WS-CTL-SIDE(WS-CTL-SUB) = "D"
                       MOVE WS-GLA-BALANCE(WS-GLA-SUB) TO WS-GL-AMOUNT
                   ELSE
                       COMPUTE WS-GL-AMOUNT =
                           0 - WS-GLA-BALANCE(WS-GLA-SUB)
                   END-IF
               END-IF
           END-IF
           MOVE "ACCTMAST" TO WS-LINE-BOOK
           MOVE "ALL" TO WS-LINE-KEY
           MOVE SPACES TO WS-LINE-CURRENCY
           PERFORM SET-CONTROL-NAME
           IF WS-BOOK-AMOUNT NOT = WS-GL-AMOUNT
               MOVE "CTL BRK" TO WS-LINE-TYPE
               MOVE "BOOK DIFFERS FROM GL CONTROL" TO WS-LINE-NOTE
               PERFORM WRITE-BREAK-LINE
               MOVE 0 TO WS-DRIVER-COUNT
               PERFORM LIST-CONTROL-DRIVER
                   VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
               IF WS-DRIVER-COUNT = 0
                   MOVE SPACES TO PROOF-RPT-RECORD
                   MOVE "ACCOUNT" TO PF-LINE-TYPE
                   MOVE "NO CUSTOMER OUT OF PROOF" TO PF-NOTE
                   MOVE 0 TO PF-BOOK-AMOUNT
                   MOVE 0 TO PF-GL-AMOUNT
                   WRITE PROOF-RPT-RECORD
               END-IF
           ELSE
               MOVE "CTL OK" TO WS-LINE-TYPE
               MOVE "BOOK AGREES WITH GL CONTROL" TO WS-LINE-NOTE
               PERFORM WRITE-PROOF-LINE
           END-IF.

      *
      * An account drives a control break when it sits under the
      * control and its customer is itself out of proof.
      *
       LIST-CONTROL-DRIVER.
           IF WS-BKT-CTL-SUB(WS-ACC-BKT-SUB(WS-ACC-SUB)) = WS-CTL-SUB
               MOVE WS-ACC-CUST-ID(WS-ACC-SUB) TO WS-LOOKUP-CUST-ID
               PERFORM FIND-CUSTOMER
               IF NOT CUSTOMER-FOUND
                   PERFORM WRITE-DRIVER-LINE
                   MOVE "ACCOUNT HAS NO CUSTOMER" TO PF-NOTE
                   WRITE PROOF-RPT-RECORD
               ELSE
                   IF WS-CUS-OUT-SW(WS-CUS-SUB) = "Y"
                       PERFORM WRITE-DRIVER-LINE
                       MOVE "CUSTOMER OUT OF PROOF" TO PF-NOTE
                       WRITE PROOF-RPT-RECORD
                   END-IF
               END-IF
           END-IF.

       WRITE-DRIVER-LINE.
           ADD 1 TO WS-DRIVER-COUNT
           MOVE SPACES TO PROOF-RPT-RECORD
           MOVE "ACCOUNT" TO PF-LINE-TYPE
           MOVE "ACCTMAST" TO PF-BOOK
           MOVE WS-ACC-NUM(WS-ACC-SUB) TO PF-KEY
           MOVE WS-ACC-CURRENCY(WS-ACC-SUB) TO PF-CURRENCY
           MOVE WS-ACC-BALANCE(WS-ACC-SUB) TO PF-BOOK-AMOUNT
           MOVE 0 TO PF-GL-AMOUNT.

       WRITE-BREAK-LINE.
           ADD 1 TO WS-BREAK-COUNT
           PERFORM WRITE-PROOF-LINE.

       WRITE-PROOF-LINE.
           MOVE SPACES TO PROOF-RPT-RECORD
           MOVE WS-LINE-TYPE TO PF-LINE-TYPE
           MOVE WS-LINE-BOOK TO PF-BOOK
           MOVE WS-LINE-KEY TO PF-KEY
           MOVE WS-LINE-CURRENCY TO PF-CURRENCY
           MOVE WS-LINE-GL-ACCOUNT TO PF-GL-ACCOUNT
           MOVE WS-BOOK-AMOUNT TO PF-BOOK-AMOUNT
           MOVE WS-GL-AMOUNT TO PF-GL-AMOUNT
           MOVE WS-LINE-NOTE TO PF-NOTE
           WRITE PROOF-RPT-RECORD.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "SLPROOF" TO SS-STEP-NAME
           MOVE WS-PROVED-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
