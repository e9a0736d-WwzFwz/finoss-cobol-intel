       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODMON.
      *
      * Monthly segregation-of-duties and staff-account conflict
      * scan.  APPRREVW, CMPREVW and CUSTAPPR each enforce maker-
      * checker one item at a time; this run looks across them for
      * the patterns no single item shows.  For the business month
      * (or the SODPARM override) it reads the month's PAYAUDIT
      * payments, CUSTPEND customer changes and CMPHOLD compliance
      * holds, and the month's TILLTRAN counter cash (the job
      * concatenates the month's generations), and raises:
      *   SA  the same operator as maker and checker of one item
      *   RR  two operators who each checked the other's items at
      *       least the SODPARM ring minimum of times in the month
      *   CP  a payment made from a customer whose CUSTPEND change
      *       the same operator keyed earlier
      *   OA  an operator making, checking or tilling an item on
      *       their own customer (OPERLINK own link, or a CUSTFLAG
      *       staff row carrying their own operator ID)
      *   RA  the same on a customer they declared a relationship
      *       with on OPERLINK
      *   ST  the same on another member of staff's account
      * Account numbers carry the customer in positions 3-8 the
      * usual way, resolved past any merge through CUSTRSLV.  Every
      * finding is listed on SODRPT, and each one not already on
      * file is appended to SODCASE, open, for the compliance
      * officer to decide through SODREVW; a finding raised by an
      * earlier run is listed as already on file and never raised
      * twice.  Counter cash carries no reference, so one
      * operator's cash on one account rolls up into a single
      * finding for the month.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-PARM-FILE ASSIGN TO "SODPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPER-LINK-FILE ASSIGN TO "OPERLINK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT CUST-FLAG-FILE ASSIGN TO "CUSTFLAG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FILE-STATUS.
           SELECT SOD-CASE-FILE ASSIGN TO "SODCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT PAYMENT-AUDIT-FILE ASSIGN TO "PAYAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CUST-PEND-FILE ASSIGN TO "CUSTPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT COMPLIANCE-HOLD-FILE ASSIGN TO "CMPHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT TILL-TRAN-FILE ASSIGN TO "TILLTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-FILE-STATUS.
           SELECT SOD-RPT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * Month to scan (YYYYMM, zero for the business month) and the
      * reciprocal-approval count that makes a ring.
      *
       FD  SOD-PARM-FILE.
       01  SOD-PARM-RECORD.
           05  SM-MONTH             PIC 9(06).
           05  SM-RING-MINIMUM      PIC 9(03).

       FD  OPER-LINK-FILE.
       COPY OPERLINK.

       FD  CUST-FLAG-FILE.
       COPY CUSTFLAG.

       FD  SOD-CASE-FILE.
       COPY SODCASE.

       FD  PAYMENT-AUDIT-FILE.
       COPY PMTAUDIT.

       FD  CUST-PEND-FILE.
       COPY CUSTPEND.

       FD  COMPLIANCE-HOLD-FILE.
       COPY CMPHOLD.

       FD  TILL-TRAN-FILE.
       01  TILL-TRAN-RECORD.
           05  TT-OPERATOR-ID       PIC X(08).
           05  TT-BRANCH            PIC X(04).
           05  TT-TYPE              PIC X(01).
               88  TT-CASH-IN       VALUE "I".
               88  TT-CASH-OUT      VALUE "O".
           05  TT-ACCOUNT           PIC X(10).
           05  TT-AMOUNT            PIC 9(09)V99.

       FD  SOD-RPT-FILE.
       01  SOD-RPT-RECORD.
           05  SR-FINDING           PIC X(02).
           05  FILLER               PIC X(01).
           05  SR-SOURCE            PIC X(01).
           05  FILLER               PIC X(02).
           05  SR-OPERATOR-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  SR-OTHER-OPERATOR    PIC X(08).
           05  FILLER               PIC X(02).
           05  SR-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  SR-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  SR-REFERENCE         PIC X(16).
           05  FILLER               PIC X(02).
           05  SR-AMOUNT            PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  SR-CASE-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  SR-OUTCOME           PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-LINK-FILE-STATUS      PIC X(2).
       01  WS-FLAG-FILE-STATUS      PIC X(2).
       01  WS-CASE-FILE-STATUS      PIC X(2).
       01  WS-AUDIT-FILE-STATUS     PIC X(2).
       01  WS-PEND-FILE-STATUS      PIC X(2).
       01  WS-HOLD-FILE-STATUS      PIC X(2).
       01  WS-TILL-FILE-STATUS      PIC X(2).
       01  WS-INPUT-EOF             PIC X(1) VALUE "N".
           88  END-OF-INPUT         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-SCAN-MONTH            PIC 9(06).
       01  WS-RING-MINIMUM          PIC 9(03) VALUE 003.
       01  WS-NEW-CASE-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-ON-FILE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-HIGH-CASE-ID          PIC 9(08) VALUE 0.
      *
      * Active operator links, customers resolved past any merge.
      *
       01  WS-LNK-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-OPERATOR  PIC X(08).
               10  WS-LNK-CUST-ID   PIC 9(08).
               10  WS-LNK-TYPE      PIC X(01).
       01  WS-LNK-SUB               PIC 9(4) COMP VALUE 0.
      *
      * Staff customers from CUSTFLAG and the operator ID each one
      * signs on with.
      *
       01  WS-STF-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-STF-TABLE.
           05  WS-STF-ENTRY OCCURS 2000 TIMES.
               10  WS-STF-CUST-ID   PIC 9(08).
               10  WS-STF-OPERATOR  PIC X(08).
       01  WS-STF-SUB               PIC 9(4) COMP VALUE 0.
      *
      * Every CUSTPEND change, whatever its month, for the change-
      * then-pay test: maker, customer and the date it was keyed.
      *
       01  WS-CPN-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-CPN-TABLE.
           05  WS-CPN-ENTRY OCCURS 5000 TIMES.
               10  WS-CPN-MAKER     PIC X(08).
               10  WS-CPN-CUST-ID   PIC 9(08).
               10  WS-CPN-DATE      PIC X(08).
       01  WS-CPN-SUB               PIC 9(5) COMP VALUE 0.
      *
      * Findings already on SODCASE, by the fields that identify
      * one, so a later run never raises the same conflict twice.
      * Every finding belongs to the month scanned -- the rings and
      * counter cash carry it in their references -- so a case
      * raised before the scan month began cannot be one of this
      * run's, and only the cases raised since are held.
      *
       01  WS-OLD-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 5000 TIMES.
               10  WS-OLD-FINDING   PIC X(02).
               10  WS-OLD-SOURCE    PIC X(01).
               10  WS-OLD-OPERATOR  PIC X(08).
               10  WS-OLD-OTHER     PIC X(08).
               10  WS-OLD-CUST-ID   PIC 9(08).
               10  WS-OLD-REFERENCE PIC X(16).
       01  WS-OLD-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-OLD-FOUND-SW          PIC X(1).
           88  ALREADY-ON-FILE      VALUE "Y".
      *
      * Checker-of-maker counts for the month: one row per ordered
      * pair, WS-PR-CHECKER having checked WS-PR-MAKER's items.
      *
       01  WS-PR-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 3000 TIMES.
               10  WS-PR-MAKER      PIC X(08).
               10  WS-PR-CHECKER    PIC X(08).
               10  WS-PR-TIMES      PIC 9(5) COMP.
       01  WS-PR-SUB                PIC 9(4) COMP VALUE 0.
       01  WS-PR-BACK-SUB           PIC 9(4) COMP VALUE 0.
       01  WS-PR-FOUND-SW           PIC X(1).
           88  PAIR-FOUND           VALUE "Y".
       01  WS-PAIR-MAKER            PIC X(08).
       01  WS-PAIR-CHECKER          PIC X(08).
      *
      * The month's findings; a second hit on the same key only
      * adds its amount.
      *
       01  WS-FND-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-FND-TABLE.
           05  WS-FND-ENTRY OCCURS 3000 TIMES.
               10  WS-FND-FINDING   PIC X(02).
               10  WS-FND-SOURCE    PIC X(01).
               10  WS-FND-OPERATOR  PIC X(08).
               10  WS-FND-OTHER     PIC X(08).
               10  WS-FND-CUST-ID   PIC 9(08).
               10  WS-FND-ACCOUNT   PIC X(10).
               10  WS-FND-REFERENCE PIC X(16).
               10  WS-FND-AMOUNT    PIC 9(09)V99.
       01  WS-FND-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-FND-FOUND-SW          PIC X(1).
           88  FINDING-FOUND        VALUE "Y".
      *
      * The finding being noted, and the operator / customer pair
      * being tested against the links and staff flags.
      *
       01  WS-NEW-FINDING.
           05  WS-NEW-CODE          PIC X(02).
           05  WS-NEW-SOURCE        PIC X(01).
           05  WS-NEW-OPERATOR      PIC X(08).
           05  WS-NEW-OTHER         PIC X(08).
           05  WS-NEW-CUST-ID       PIC 9(08).
           05  WS-NEW-ACCOUNT       PIC X(10).
           05  WS-NEW-REFERENCE     PIC X(16).
           05  WS-NEW-AMOUNT        PIC 9(09)V99.
       01  WS-CHK-OPERATOR          PIC X(08).
       01  WS-CHK-ACCOUNT           PIC X(10).
       01  WS-CHK-CUST-ID           PIC 9(08).
       01  WS-TILL-REFERENCE.
           05  FILLER               PIC X(05) VALUE "TILL ".
           05  WS-TILL-MONTH        PIC 9(06).
           05  FILLER               PIC X(05) VALUE SPACES.
       01  WS-RING-REFERENCE.
           05  FILLER               PIC X(05) VALUE "RING ".
           05  WS-RING-MONTH        PIC 9(06).
           05  FILLER               PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-SCAN-MONTH
           PERFORM LOAD-SOD-PARMS
           MOVE WS-SCAN-MONTH TO WS-TILL-MONTH
           MOVE WS-SCAN-MONTH TO WS-RING-MONTH
           PERFORM LOAD-LINK-TABLE
           PERFORM LOAD-STAFF-TABLE
           PERFORM LOAD-PEND-TABLE
           PERFORM LOAD-CASE-TABLE
           PERFORM SCAN-PAYMENT-AUDIT
           PERFORM SCAN-CUSTOMER-PENDS
           PERFORM SCAN-COMPLIANCE-HOLDS
           PERFORM SCAN-TILL-CASH
           PERFORM FIND-APPROVAL-RINGS
           OPEN OUTPUT SOD-RPT-FILE
           OPEN EXTEND SOD-CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               OPEN OUTPUT SOD-CASE-FILE
           END-IF
           PERFORM VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-COUNT
               PERFORM RAISE-ONE-FINDING
           END-PERFORM
           CLOSE SOD-CASE-FILE SOD-RPT-FILE
           DISPLAY "SODMON: MONTH SCANNED       " WS-SCAN-MONTH
           DISPLAY "SODMON: FINDINGS            " WS-FND-COUNT
           DISPLAY "SODMON: CASES RAISED        " WS-NEW-CASE-COUNT
           DISPLAY "SODMON: ALREADY ON FILE     " WS-ON-FILE-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-SOD-PARMS.
           OPEN INPUT SOD-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ SOD-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SM-MONTH NUMERIC
                           AND SM-MONTH > 0
                           MOVE SM-MONTH TO WS-SCAN-MONTH
                       END-IF
                       IF SM-RING-MINIMUM NUMERIC
                           AND SM-RING-MINIMUM > 0
                           MOVE SM-RING-MINIMUM TO WS-RING-MINIMUM
                       END-IF
               END-READ
               CLOSE SOD-PARM-FILE
           END-IF.

       LOAD-LINK-TABLE.
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT OPER-LINK-FILE
           IF WS-LINK-FILE-STATUS = "00"
               PERFORM READ-LINK
               PERFORM STORE-LINK-ENTRY UNTIL END-OF-INPUT
               CLOSE OPER-LINK-FILE
           END-IF.

       READ-LINK.
           READ OPER-LINK-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.

       STORE-LINK-ENTRY.
           IF OL-ACTIVE
               IF WS-LNK-COUNT = 2000
                   DISPLAY "SODMON: LINK TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LNK-COUNT
               MOVE OL-OPERATOR-ID TO WS-LNK-OPERATOR(WS-LNK-COUNT)
               MOVE OL-CUST-ID TO WS-LNK-CUST-ID(WS-LNK-COUNT)
               CALL "CUSTRSLV" USING WS-LNK-CUST-ID(WS-LNK-COUNT)
               MOVE OL-LINK-TYPE TO WS-LNK-TYPE(WS-LNK-COUNT)
           END-IF
           PERFORM READ-LINK.

       LOAD-STAFF-TABLE.
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT CUST-FLAG-FILE
           IF WS-FLAG-FILE-STATUS = "00"
               PERFORM READ-FLAG
               PERFORM STORE-STAFF-ENTRY UNTIL END-OF-INPUT
               CLOSE CUST-FLAG-FILE
           END-IF.

       READ-FLAG.
           READ CUST-FLAG-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.

       STORE-STAFF-ENTRY.
           IF CF-STAFF
               IF WS-STF-COUNT = 2000
                   DISPLAY "SODMON: STAFF TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STF-COUNT
               MOVE CF-CUST-ID TO WS-STF-CUST-ID(WS-STF-COUNT)
               CALL "CUSTRSLV" USING WS-STF-CUST-ID(WS-STF-COUNT)
               MOVE CF-OPERATOR-ID TO WS-STF-OPERATOR(WS-STF-COUNT)
           END-IF
           PERFORM READ-FLAG.

       LOAD-PEND-TABLE.
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT CUST-PEND-FILE
           IF WS-PEND-FILE-STATUS = "00"
               PERFORM READ-PEND
               PERFORM STORE-PEND-ENTRY UNTIL END-OF-INPUT
               CLOSE CUST-PEND-FILE
           END-IF.

       READ-PEND.
           READ CUST-PEND-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.

       STORE-PEND-ENTRY.
           IF WS-CPN-COUNT = 5000
               DISPLAY "SODMON: PEND TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CPN-COUNT
           MOVE CPN-MAKER-ID TO WS-CPN-MAKER(WS-CPN-COUNT)
           MOVE CPN-CUST-ID TO WS-CPN-CUST-ID(WS-CPN-COUNT)
           CALL "CUSTRSLV" USING WS-CPN-CUST-ID(WS-CPN-COUNT)
           MOVE CPN-PENDED-TS(1:8) TO WS-CPN-DATE(WS-CPN-COUNT)
           PERFORM READ-PEND.

       LOAD-CASE-TABLE.
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT SOD-CASE-FILE
           IF WS-CASE-FILE-STATUS = "00"
               PERFORM READ-CASE
               PERFORM STORE-CASE-ENTRY UNTIL END-OF-INPUT
               CLOSE SOD-CASE-FILE
           END-IF.

       READ-CASE.
           READ SOD-CASE-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.

       STORE-CASE-ENTRY.
           IF SOD-CASE-ID > WS-HIGH-CASE-ID
               MOVE SOD-CASE-ID TO WS-HIGH-CASE-ID
           END-IF
           IF SOD-RAISED-DATE(1:6) NOT < WS-SCAN-MONTH
               PERFORM STORE-OLD-CASE
           END-IF
           PERFORM READ-CASE.

       STORE-OLD-CASE.
           IF WS-OLD-COUNT = 5000
               DISPLAY "SODMON: CASE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OLD-COUNT
           MOVE SOD-FINDING TO WS-OLD-FINDING(WS-OLD-COUNT)
           MOVE SOD-SOURCE TO WS-OLD-SOURCE(WS-OLD-COUNT)
           MOVE SOD-OPERATOR-ID TO WS-OLD-OPERATOR(WS-OLD-COUNT)
           MOVE SOD-OTHER-OPERATOR TO WS-OLD-OTHER(WS-OLD-COUNT)
           MOVE SOD-CUST-ID TO WS-OLD-CUST-ID(WS-OLD-COUNT)
           MOVE SOD-REFERENCE TO WS-OLD-REFERENCE(WS-OLD-COUNT).

      *
      * Payments: maker against checker, the change-then-pay test
      * on the paying customer, and both operators against both
      * customers of the payment.
      *
       SCAN-PAYMENT-AUDIT.
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT PAYMENT-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM READ-AUDIT
               PERFORM CHECK-ONE-PAYMENT UNTIL END-OF-INPUT
               CLOSE PAYMENT-AUDIT-FILE
           END-IF.

       READ-AUDIT.
           READ PAYMENT-AUDIT-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.

       CHECK-ONE-PAYMENT.
           IF PA-TIMESTAMP(1:6) = WS-SCAN-MONTH
               PERFORM CHECK-PAYMENT-ITEM
           END-IF
           PERFORM READ-AUDIT.

       CHECK-PAYMENT-ITEM.
           MOVE SPACES TO WS-NEW-FINDING
           MOVE "P" TO WS-NEW-SOURCE
           MOVE PA-TRX-REF TO WS-NEW-REFERENCE
           MOVE PA-AMOUNT TO WS-NEW-AMOUNT
           MOVE PA-ACCOUNT-FROM TO WS-NEW-ACCOUNT
           MOVE PA-MAKER-ID TO WS-PAIR-MAKER
           MOVE PA-CHECKER-ID TO WS-PAIR-CHECKER
           PERFORM CHECK-MAKER-CHECKER
           MOVE PA-ACCOUNT-FROM TO WS-CHK-ACCOUNT
           PERFORM DERIVE-ACCOUNT-CUSTOMER
           IF WS-CHK-CUST-ID NOT = 0
               PERFORM CHECK-CHANGE-THEN-PAY
           END-IF
           MOVE PA-MAKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-ACCOUNT
           MOVE PA-CHECKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-ACCOUNT
           MOVE PA-ACCOUNT-TO TO WS-CHK-ACCOUNT
           MOVE PA-MAKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-ACCOUNT
           MOVE PA-CHECKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-ACCOUNT.

      *
      * WS-CHK-CUST-ID holds the paying customer: the payment maker
      * keyed a CUSTPEND change for that customer on or before the
      * day of the payment.
      *
       CHECK-CHANGE-THEN-PAY.
           PERFORM VARYING WS-CPN-SUB FROM 1 BY 1
               UNTIL WS-CPN-SUB > WS-CPN-COUNT
               IF WS-CPN-MAKER(WS-CPN-SUB) = PA-MAKER-ID
                   AND PA-MAKER-ID NOT = SPACES
                   AND WS-CPN-CUST-ID(WS-CPN-SUB) = WS-CHK-CUST-ID
                   AND WS-CPN-DATE(WS-CPN-SUB) NOT >
                       PA-TIMESTAMP(1:8)
                   MOVE "CP" TO WS-NEW-CODE
                   MOVE PA-MAKER-ID TO WS-NEW-OPERATOR
                   MOVE SPACES TO WS-NEW-OTHER
                   MOVE WS-CHK-CUST-ID TO WS-NEW-CUST-ID
                   MOVE PA-ACCOUNT-FROM TO WS-NEW-ACCOUNT
                   PERFORM NOTE-FINDING
               END-IF
           END-PERFORM.

      *
      * Customer changes: the customer is on the row itself.
      *
       SCAN-CUSTOMER-PENDS.
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT CUST-PEND-FILE
           IF WS-PEND-FILE-STATUS = "00"
               PERFORM READ-PEND
               PERFORM CHECK-ONE-PEND UNTIL END-OF-INPUT
               CLOSE CUST-PEND-FILE
           END-IF.

       CHECK-ONE-PEND.
           IF CPN-PENDED-TS(1:6) = WS-SCAN-MONTH
               PERFORM CHECK-PEND-ITEM
           END-IF
           PERFORM READ-PEND.

       CHECK-PEND-ITEM.
           MOVE SPACES TO WS-NEW-FINDING
           MOVE "C" TO WS-NEW-SOURCE
           MOVE CPN-PENDED-TS TO WS-NEW-REFERENCE
           MOVE 0 TO WS-NEW-AMOUNT
           MOVE CPN-MAKER-ID TO WS-PAIR-MAKER
           MOVE CPN-CHECKER-ID TO WS-PAIR-CHECKER
           PERFORM CHECK-MAKER-CHECKER
           MOVE SPACES TO WS-CHK-ACCOUNT
           MOVE CPN-CUST-ID TO WS-CHK-CUST-ID
           CALL "CUSTRSLV" USING WS-CHK-CUST-ID
           MOVE CPN-MAKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-CUSTOMER
           MOVE CPN-CHECKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-CUSTOMER.

       SCAN-COMPLIANCE-HOLDS.
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT COMPLIANCE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM READ-HOLD
               PERFORM CHECK-ONE-HOLD UNTIL END-OF-INPUT
               CLOSE COMPLIANCE-HOLD-FILE
           END-IF.

       READ-HOLD.
           READ COMPLIANCE-HOLD-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.

       CHECK-ONE-HOLD.
           IF CMP-HELD-TS(1:6) = WS-SCAN-MONTH
               PERFORM CHECK-HOLD-ITEM
           END-IF
           PERFORM READ-HOLD.

       CHECK-HOLD-ITEM.
           MOVE SPACES TO WS-NEW-FINDING
           MOVE "H" TO WS-NEW-SOURCE
           MOVE CMP-TRX-REF TO WS-NEW-REFERENCE
           MOVE CMP-AMOUNT TO WS-NEW-AMOUNT
           MOVE CMP-ACCOUNT-FROM TO WS-NEW-ACCOUNT
           MOVE CMP-MAKER-ID TO WS-PAIR-MAKER
           MOVE CMP-CHECKER-ID TO WS-PAIR-CHECKER
           PERFORM CHECK-MAKER-CHECKER
           MOVE CMP-ACCOUNT-FROM TO WS-CHK-ACCOUNT
           MOVE CMP-MAKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-ACCOUNT
           MOVE CMP-CHECKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-ACCOUNT
           MOVE CMP-ACCOUNT-TO TO WS-CHK-ACCOUNT
           MOVE CMP-MAKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-ACCOUNT
           MOVE CMP-CHECKER-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-ACCOUNT.

      *
      * Counter cash: only the teller, on the account served.
      *
       SCAN-TILL-CASH.
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT TILL-TRAN-FILE
           IF WS-TILL-FILE-STATUS = "00"
               PERFORM READ-TILL
               PERFORM CHECK-ONE-TILL UNTIL END-OF-INPUT
               CLOSE TILL-TRAN-FILE
           END-IF.

       READ-TILL.
           READ TILL-TRAN-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.

       CHECK-ONE-TILL.
           MOVE SPACES TO WS-NEW-FINDING
           MOVE "T" TO WS-NEW-SOURCE
           MOVE WS-TILL-REFERENCE TO WS-NEW-REFERENCE
           MOVE TT-AMOUNT TO WS-NEW-AMOUNT
           MOVE TT-ACCOUNT TO WS-CHK-ACCOUNT
           MOVE TT-OPERATOR-ID TO WS-CHK-OPERATOR
           PERFORM CHECK-OPERATOR-ON-ACCOUNT
           PERFORM READ-TILL.

      *
      * WS-PAIR-MAKER and WS-PAIR-CHECKER from the item: the same
      * ID on both sides is self-approval; two different IDs count
      * toward the ring test.
      *
       CHECK-MAKER-CHECKER.
           IF WS-PAIR-MAKER NOT = SPACES
               AND WS-PAIR-CHECKER NOT = SPACES
               IF WS-PAIR-MAKER = WS-PAIR-CHECKER
                   MOVE "SA" TO WS-NEW-CODE
                   MOVE WS-PAIR-MAKER TO WS-NEW-OPERATOR
                   MOVE SPACES TO WS-NEW-OTHER
                   MOVE 0 TO WS-NEW-CUST-ID
                   PERFORM NOTE-FINDING
               ELSE
                   PERFORM COUNT-CHECKER-PAIR
               END-IF
           END-IF.

       FIND-CHECKER-PAIR.
           MOVE "N" TO WS-PR-FOUND-SW
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PR-COUNT
                   OR PAIR-FOUND
               IF WS-PR-MAKER(WS-PR-SUB) = WS-PAIR-MAKER
                   AND WS-PR-CHECKER(WS-PR-SUB) = WS-PAIR-CHECKER
                   MOVE "Y" TO WS-PR-FOUND-SW
               END-IF
           END-PERFORM
           IF PAIR-FOUND
               SUBTRACT 1 FROM WS-PR-SUB
           END-IF.

       COUNT-CHECKER-PAIR.
           PERFORM FIND-CHECKER-PAIR
           IF NOT PAIR-FOUND
               IF WS-PR-COUNT = 3000
                   DISPLAY "SODMON: PAIR TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-PR-SUB
               MOVE WS-PAIR-MAKER TO WS-PR-MAKER(WS-PR-SUB)
               MOVE WS-PAIR-CHECKER TO WS-PR-CHECKER(WS-PR-SUB)
               MOVE 0 TO WS-PR-TIMES(WS-PR-SUB)
           END-IF
           ADD 1 TO WS-PR-TIMES(WS-PR-SUB).

      *
      * A ring is raised once, from the pair whose maker sorts
      * first, when each side reached the minimum.
      *
       FIND-APPROVAL-RINGS.
           PERFORM VARYING WS-PR-BACK-SUB FROM 1 BY 1
               UNTIL WS-PR-BACK-SUB > WS-PR-COUNT
               IF WS-PR-MAKER(WS-PR-BACK-SUB)
                       < WS-PR-CHECKER(WS-PR-BACK-SUB)
                   AND WS-PR-TIMES(WS-PR-BACK-SUB)
                       NOT < WS-RING-MINIMUM
                   PERFORM CHECK-REVERSE-PAIR
               END-IF
           END-PERFORM.

       CHECK-REVERSE-PAIR.
           MOVE WS-PR-CHECKER(WS-PR-BACK-SUB) TO WS-PAIR-MAKER
           MOVE WS-PR-MAKER(WS-PR-BACK-SUB) TO WS-PAIR-CHECKER
           PERFORM FIND-CHECKER-PAIR
           IF PAIR-FOUND
               IF WS-PR-TIMES(WS-PR-SUB) NOT < WS-RING-MINIMUM
                   MOVE SPACES TO WS-NEW-FINDING
                   MOVE "RR" TO WS-NEW-CODE
                   MOVE WS-PR-MAKER(WS-PR-BACK-SUB)
                       TO WS-NEW-OPERATOR
                   MOVE WS-PR-CHECKER(WS-PR-BACK-SUB)
                       TO WS-NEW-OTHER
                   MOVE 0 TO WS-NEW-CUST-ID
                   MOVE WS-RING-REFERENCE TO WS-NEW-REFERENCE
                   COMPUTE WS-NEW-AMOUNT = WS-PR-TIMES(WS-PR-SUB)
                       + WS-PR-TIMES(WS-PR-BACK-SUB)
                   PERFORM NOTE-FINDING
               END-IF
           END-IF.

      *
      * WS-CHK-ACCOUNT to its customer the usual way, resolved past
      * any merge; zero when the account carries no customer.
      *
       DERIVE-ACCOUNT-CUSTOMER.
           MOVE 0 TO WS-CHK-CUST-ID
           IF WS-CHK-ACCOUNT(3:8) NUMERIC
               MOVE WS-CHK-ACCOUNT(3:8) TO WS-CHK-CUST-ID
               CALL "CUSTRSLV" USING WS-CHK-CUST-ID
           END-IF.

       CHECK-OPERATOR-ON-ACCOUNT.
           MOVE WS-CHK-ACCOUNT TO WS-NEW-ACCOUNT
           PERFORM DERIVE-ACCOUNT-CUSTOMER
           PERFORM CHECK-OPERATOR-ON-CUSTOMER.

      *
      * WS-CHK-OPERATOR acted on WS-CHK-CUST-ID: their own link or
      * staff row is OA, a declared relative RA, and another staff
      * member's customer ST.
      *
       CHECK-OPERATOR-ON-CUSTOMER.
           IF WS-CHK-OPERATOR NOT = SPACES
               AND WS-CHK-CUST-ID NOT = 0
               MOVE WS-CHK-CUST-ID TO WS-NEW-CUST-ID
               MOVE WS-CHK-OPERATOR TO WS-NEW-OPERATOR
               PERFORM CHECK-OPERATOR-LINKS
               PERFORM CHECK-STAFF-CUSTOMER
           END-IF.

       CHECK-OPERATOR-LINKS.
           PERFORM VARYING WS-LNK-SUB FROM 1 BY 1
               UNTIL WS-LNK-SUB > WS-LNK-COUNT
               IF WS-LNK-OPERATOR(WS-LNK-SUB) = WS-CHK-OPERATOR
                   AND WS-LNK-CUST-ID(WS-LNK-SUB) = WS-CHK-CUST-ID
                   IF WS-LNK-TYPE(WS-LNK-SUB) = "O"
                       MOVE "OA" TO WS-NEW-CODE
                   ELSE
                       MOVE "RA" TO WS-NEW-CODE
                   END-IF
                   MOVE SPACES TO WS-NEW-OTHER
                   PERFORM NOTE-FINDING
               END-IF
           END-PERFORM.

       CHECK-STAFF-CUSTOMER.
           PERFORM VARYING WS-STF-SUB FROM 1 BY 1
               UNTIL WS-STF-SUB > WS-STF-COUNT
               IF WS-STF-CUST-ID(WS-STF-SUB) = WS-CHK-CUST-ID
                   IF WS-STF-OPERATOR(WS-STF-SUB) = WS-CHK-OPERATOR
                       MOVE "OA" TO WS-NEW-CODE
                       MOVE SPACES TO WS-NEW-OTHER
                   ELSE
                       MOVE "ST" TO WS-NEW-CODE
                       MOVE WS-STF-OPERATOR(WS-STF-SUB)
                           TO WS-NEW-OTHER
                   END-IF
                   PERFORM NOTE-FINDING
               END-IF
           END-PERFORM.

       FIND-FINDING.
           MOVE "N" TO WS-FND-FOUND-SW
           PERFORM VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-COUNT
                   OR FINDING-FOUND
               IF WS-FND-FINDING(WS-FND-SUB) = WS-NEW-CODE
                   AND WS-FND-SOURCE(WS-FND-SUB) = WS-NEW-SOURCE
                   AND WS-FND-OPERATOR(WS-FND-SUB) = WS-NEW-OPERATOR
                   AND WS-FND-OTHER(WS-FND-SUB) = WS-NEW-OTHER
                   AND WS-FND-CUST-ID(WS-FND-SUB) = WS-NEW-CUST-ID
                   AND WS-FND-REFERENCE(WS-FND-SUB)
                       = WS-NEW-REFERENCE
                   MOVE "Y" TO WS-FND-FOUND-SW
               END-IF
           END-PERFORM
           IF FINDING-FOUND
               SUBTRACT 1 FROM WS-FND-SUB
           END-IF.

      *
      * An item seen twice for the same finding (both its accounts
      * belong to one linked customer) is noted once; counter cash,
      * whose reference is the month, accumulates its amount.
      *
       NOTE-FINDING.
           PERFORM FIND-FINDING
           IF FINDING-FOUND
               IF WS-NEW-SOURCE = "T"
                   ADD WS-NEW-AMOUNT TO WS-FND-AMOUNT(WS-FND-SUB)
               END-IF
           ELSE
               IF WS-FND-COUNT = 3000
                   DISPLAY "SODMON: FINDING TABLE FULL -"
                       " RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FND-COUNT
               MOVE WS-NEW-CODE TO WS-FND-FINDING(WS-FND-COUNT)
               MOVE WS-NEW-SOURCE TO WS-FND-SOURCE(WS-FND-COUNT)
               MOVE WS-NEW-OPERATOR TO WS-FND-OPERATOR(WS-FND-COUNT)
               MOVE WS-NEW-OTHER TO WS-FND-OTHER(WS-FND-COUNT)
               MOVE WS-NEW-CUST-ID TO WS-FND-CUST-ID(WS-FND-COUNT)
               MOVE WS-NEW-ACCOUNT TO WS-FND-ACCOUNT(WS-FND-COUNT)
               MOVE WS-NEW-REFERENCE
                   TO WS-FND-REFERENCE(WS-FND-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-FND-AMOUNT(WS-FND-COUNT)
           END-IF.

       FIND-OLD-CASE.
           MOVE "N" TO WS-OLD-FOUND-SW
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT
                   OR ALREADY-ON-FILE
               IF WS-OLD-FINDING(WS-OLD-SUB)
                       = WS-FND-FINDING(WS-FND-SUB)
                   AND WS-OLD-SOURCE(WS-OLD-SUB)
                       = WS-FND-SOURCE(WS-FND-SUB)
                   AND WS-OLD-OPERATOR(WS-OLD-SUB)
                       = WS-FND-OPERATOR(WS-FND-SUB)
                   AND WS-OLD-OTHER(WS-OLD-SUB)
                       = WS-FND-OTHER(WS-FND-SUB)
                   AND WS-OLD-CUST-ID(WS-OLD-SUB)
                       = WS-FND-CUST-ID(WS-FND-SUB)
                   AND WS-OLD-REFERENCE(WS-OLD-SUB)
                       = WS-FND-REFERENCE(WS-FND-SUB)
                   MOVE "Y" TO WS-OLD-FOUND-SW
               END-IF
           END-PERFORM.

       RAISE-ONE-FINDING.
           MOVE SPACES TO SOD-RPT-RECORD
           MOVE WS-FND-FINDING(WS-FND-SUB) TO SR-FINDING
           MOVE WS-FND-SOURCE(WS-FND-SUB) TO SR-SOURCE
           MOVE WS-FND-OPERATOR(WS-FND-SUB) TO SR-OPERATOR-ID
           MOVE WS-FND-OTHER(WS-FND-SUB) TO SR-OTHER-OPERATOR
           MOVE WS-FND-CUST-ID(WS-FND-SUB) TO SR-CUST-ID
           MOVE WS-FND-ACCOUNT(WS-FND-SUB) TO SR-ACCOUNT
           MOVE WS-FND-REFERENCE(WS-FND-SUB) TO SR-REFERENCE
           MOVE WS-FND-AMOUNT(WS-FND-SUB) TO SR-AMOUNT
           PERFORM FIND-OLD-CASE
           IF ALREADY-ON-FILE
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE 0 TO SR-CASE-ID
               MOVE "ALREADY ON FILE" TO SR-OUTCOME
           ELSE
               ADD 1 TO WS-NEW-CASE-COUNT
               ADD 1 TO WS-HIGH-CASE-ID
               PERFORM WRITE-NEW-CASE
               MOVE WS-HIGH-CASE-ID TO SR-CASE-ID
               MOVE "ROUTED TO COMPLIANCE" TO SR-OUTCOME
           END-IF
           WRITE SOD-RPT-RECORD.

       WRITE-NEW-CASE.
           MOVE SPACES TO SOD-CASE-RECORD
           MOVE WS-HIGH-CASE-ID TO SOD-CASE-ID
           MOVE WS-FND-FINDING(WS-FND-SUB) TO SOD-FINDING
           MOVE WS-FND-SOURCE(WS-FND-SUB) TO SOD-SOURCE
           MOVE WS-FND-OPERATOR(WS-FND-SUB) TO SOD-OPERATOR-ID
           MOVE WS-FND-OTHER(WS-FND-SUB) TO SOD-OTHER-OPERATOR
           MOVE WS-FND-CUST-ID(WS-FND-SUB) TO SOD-CUST-ID
           MOVE WS-FND-ACCOUNT(WS-FND-SUB) TO SOD-ACCOUNT
           MOVE WS-FND-REFERENCE(WS-FND-SUB) TO SOD-REFERENCE
           MOVE WS-FND-AMOUNT(WS-FND-SUB) TO SOD-AMOUNT
           MOVE WS-TODAY TO SOD-RAISED-DATE
           MOVE "P" TO SOD-STATUS
           MOVE 0 TO SOD-DECIDED-DATE
           WRITE SOD-CASE-RECORD.
