       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNAPPL.
      *
      * Attachment-order application run.  Every order on GARNORD
      * that is in effect and not yet covered is worked against the
      * customer's CIFXREF accounts in the account-type priority
      * order GARNPRTY configures (one type per row, highest
      * priority first; types not listed are never attached).  Each
      * account gives up its available balance -- the ACCTMAST
      * balance less the active, unexpired holds already on it --
      * until the ordered amount is covered, under a hold with
      * reason "GA" that BALCHK nets out like any other.  A foreign-
      * currency account or order is valued at the FXRATES mid rate
      * (IDR one-for-one), and the hold is placed in the account's
      * own currency.  An order not fully covered stays waiting and
      * picks up whatever new credits the next run finds.
      *
      * The first run to work an order writes the response letter
      * to the issuing authority on GARNLTR: the order, each account
      * attached and the amount held, and what is still outstanding.
      *
      * On the remittance date the order's holds are released and
      * its attachment lines marked due, for GARNREMT to pay over
      * once this run's HOLDS.NEW is in place -- PAYMENT-ENTRY would
      * refuse to move funds BALCHK still sees held.  A lifted
      * order's holds are released the same way, with nothing paid.
      *
      * HOLDS, GARNHOLD and GARNORD are rewritten to their .NEW
      * files (the usual handover); every action lands on GARNRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIORITY-FILE ASSIGN TO "GARNPRTY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRI-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT ORDER-OUT-FILE ASSIGN TO "GARNORD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ATTACH-LINE-FILE ASSIGN TO "GARNHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-FILE-STATUS.
           SELECT ATTACH-LINE-OUT-FILE ASSIGN TO "GARNHOLD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CIF-XREF-FILE ASSIGN TO "CIFXREF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIF-KEY
               FILE STATUS IS WS-CIF-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.
           SELECT HOLDS-OUT-FILE ASSIGN TO "HOLDS.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "GARNLTR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT APPLY-RPT-FILE ASSIGN TO "GARNRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIORITY-FILE.
       01  PRIORITY-RECORD.
           05  GP-ACCOUNT-TYPE      PIC X(02).

       FD  FX-RATE-FILE.
       COPY FXRATES.

       FD  ORDER-FILE.
       COPY GARNORD.

       FD  ORDER-OUT-FILE.
       01  ORDER-OUT-RECORD.
           05  GOO-ORDER-NUM        PIC X(12).
           05  GOO-AUTHORITY-NAME   PIC X(30).
           05  GOO-AUTHORITY-TYPE   PIC X(01).
           05  GOO-AUTHORITY-ACCT   PIC X(10).
           05  GOO-CUST-ID          PIC 9(08).
           05  GOO-AMOUNT           PIC 9(09)V99.
           05  GOO-CURRENCY         PIC X(03).
           05  GOO-EFFECTIVE-DATE   PIC 9(08).
           05  GOO-REMIT-DATE       PIC 9(08).
           05  GOO-ATTACHED-AMOUNT  PIC 9(09)V99.
           05  GOO-REMITTED-AMOUNT  PIC 9(09)V99.
           05  GOO-STATUS           PIC X(01).
           05  GOO-REGISTERED-BY    PIC X(08).
           05  GOO-REGISTERED-DATE  PIC 9(08).
           05  GOO-LETTER-DATE      PIC 9(08).

       FD  ATTACH-LINE-FILE.
       COPY GARNHOLD.

       FD  ATTACH-LINE-OUT-FILE.
       01  ATTACH-LINE-OUT-RECORD.
           05  GHO-ORDER-NUM        PIC X(12).
           05  GHO-HOLD-ID          PIC 9(06).
           05  GHO-ACCOUNT          PIC X(10).
           05  GHO-ACCT-CURRENCY    PIC X(03).
           05  GHO-HELD-AMOUNT      PIC 9(09)V99.
           05  GHO-ORDER-AMOUNT     PIC 9(09)V99.
           05  GHO-PLACED-DATE      PIC 9(08).
           05  GHO-STATUS           PIC X(01).
           05  GHO-TRX-REF          PIC X(16).

       FD  CIF-XREF-FILE.
       COPY CIFXREF.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  HOLDS-FILE.
       COPY HOLDS.

       FD  HOLDS-OUT-FILE.
       01  HOLDS-OUT-RECORD.
           05  HLO-HOLD-ID          PIC 9(06).
           05  HLO-ACCOUNT          PIC X(10).
           05  HLO-AMOUNT           PIC 9(09)V99.
           05  HLO-REASON-CODE      PIC X(02).
           05  HLO-PLACED-BY        PIC X(08).
           05  HLO-PLACED-DATE      PIC 9(08).
           05  HLO-EXPIRY-DATE      PIC 9(08).
           05  HLO-STATUS           PIC X(01).

      *
      * The response letter: a header naming the order and the
      * authority, one detail per account attached, and a total
      * with what is still outstanding.
      *
       FD  LETTER-FILE.
       01  LETTER-RECORD.
           05  GL-REC-TYPE          PIC X(01).
               88  GL-HEADER-REC    VALUE "H".
               88  GL-DETAIL-REC    VALUE "D".
               88  GL-TOTAL-REC     VALUE "T".
           05  GL-HEADER-DATA.
               10  GL-ORDER-NUM     PIC X(12).
               10  GL-AUTHORITY-NAME PIC X(30).
               10  GL-CUST-ID       PIC 9(08).
               10  GL-ORDER-AMOUNT  PIC 9(09)V99.
               10  GL-CURRENCY      PIC X(03).
               10  GL-LETTER-DATE   PIC 9(08).
           05  GL-DETAIL-DATA REDEFINES GL-HEADER-DATA.
               10  GL-ACCOUNT       PIC X(10).
               10  FILLER           PIC X(02).
               10  GL-ACCT-CURRENCY PIC X(03).
               10  FILLER           PIC X(02).
               10  GL-HELD-AMOUNT   PIC 9(09)V99.
               10  FILLER           PIC X(02).
               10  GL-EQUIV-AMOUNT  PIC 9(09)V99.
               10  FILLER           PIC X(31).
           05  GL-TOTAL-DATA REDEFINES GL-HEADER-DATA.
               10  GL-TOTAL-ATTACHED PIC 9(09)V99.
               10  FILLER           PIC X(02).
               10  GL-OUTSTANDING   PIC 9(09)V99.
               10  FILLER           PIC X(02).
               10  GL-TOTAL-NOTE    PIC X(40).
               10  FILLER           PIC X(06).

       FD  APPLY-RPT-FILE.
       01  APPLY-RPT-RECORD.
           05  GR-ORDER-NUM         PIC X(12).
           05  FILLER               PIC X(02).
           05  GR-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  GR-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  GR-AMOUNT            PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  GR-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PRI-FILE-STATUS       PIC X(2).
       01  WS-FX-FILE-STATUS        PIC X(2).
       01  WS-ORD-FILE-STATUS       PIC X(2).
       01  WS-LIN-FILE-STATUS       PIC X(2).
       01  WS-CIF-FILE-STATUS       PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-HOLDS-FILE-STATUS     PIC X(2).
       01  WS-PRI-EOF               PIC X(1) VALUE "N".
           88  END-OF-PRIORITIES    VALUE "Y".
       01  WS-FX-EOF                PIC X(1) VALUE "N".
           88  END-OF-RATES         VALUE "Y".
       01  WS-ORD-EOF               PIC X(1) VALUE "N".
           88  END-OF-ORDERS        VALUE "Y".
       01  WS-LIN-EOF               PIC X(1) VALUE "N".
           88  END-OF-LINES         VALUE "Y".
       01  WS-HOLDS-EOF             PIC X(1) VALUE "N".
           88  END-OF-HOLDS         VALUE "Y".
       01  WS-XREF-DONE-SW          PIC X(1).
           88  XREF-CHAIN-DONE      VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-HIGH-HOLD-ID          PIC 9(06) VALUE 0.
       01  WS-GARN-REASON           PIC X(02) VALUE "GA".
       01  WS-GARN-PLACED-BY        PIC X(08) VALUE "GARNAPPL".
       01  WS-ATTACH-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-COVERED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-WAITING-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DUE-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-LIFTED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-LETTER-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC 9(7) COMP VALUE 0.
      *
      * Account types in attachment priority: the subscript is the
      * priority.  With no GARNPRTY file, checking then savings then
      * time deposits.
      *
       01  WS-PRI-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-PRI-TABLE.
           05  WS-PRI-TYPE OCCURS 20 TIMES PIC X(02).
       01  WS-PRI-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-PRI-SCAN              PIC 9(2) COMP VALUE 0.
      *
      * Mid rates, IDR per unit of the currency.
      *
       01  WS-FX-COUNT              PIC 9(2) COMP VALUE 0.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 20 TIMES.
               10  WS-FX-CURRENCY   PIC X(03).
               10  WS-FX-MID        PIC 9(07)V9(04).
       01  WS-FX-SUB                PIC 9(2) COMP VALUE 0.
       01  WS-FX-KEY                PIC X(03).
       01  WS-FX-RATE               PIC 9(07)V9(04).
      *
      * The register, held while the run works it.
      *
       01  WS-ORD-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY OCCURS 500 TIMES.
               10  WS-ORD-NUM       PIC X(12).
               10  WS-ORD-AUTH-NAME PIC X(30).
               10  WS-ORD-AUTH-TYPE PIC X(01).
               10  WS-ORD-AUTH-ACCT PIC X(10).
               10  WS-ORD-CUST-ID   PIC 9(08).
               10  WS-ORD-AMOUNT    PIC 9(09)V99.
               10  WS-ORD-CURRENCY  PIC X(03).
               10  WS-ORD-EFFECTIVE PIC 9(08).
               10  WS-ORD-REMIT     PIC 9(08).
               10  WS-ORD-ATTACHED  PIC 9(09)V99.
               10  WS-ORD-REMITTED  PIC 9(09)V99.
               10  WS-ORD-STATUS    PIC X(01).
               10  WS-ORD-REG-BY    PIC X(08).
               10  WS-ORD-REG-DATE  PIC 9(08).
               10  WS-ORD-LETTER-DATE PIC 9(08).
               10  WS-ORD-RATE      PIC 9(07)V9(04).
               10  WS-ORD-WORK-SW   PIC X(01).
       01  WS-ORD-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ORD-KEY               PIC X(12).
       01  WS-ORD-FOUND-SW          PIC X(1).
           88  ORDER-FOUND          VALUE "Y".
      *
      * Attachment lines, existing and placed today; the release
      * switch marks a line whose hold comes off this run.
      *
       01  WS-LIN-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-LIN-TABLE.
           05  WS-LIN-ENTRY OCCURS 5000 TIMES.
               10  WS-LIN-ORDER-NUM PIC X(12).
               10  WS-LIN-HOLD-ID   PIC 9(06).
               10  WS-LIN-ACCOUNT   PIC X(10).
               10  WS-LIN-CURRENCY  PIC X(03).
               10  WS-LIN-HELD      PIC 9(09)V99.
               10  WS-LIN-EQUIV     PIC 9(09)V99.
               10  WS-LIN-PLACED    PIC 9(08).
               10  WS-LIN-STATUS    PIC X(01).
               10  WS-LIN-TRX-REF   PIC X(16).
               10  WS-LIN-ORD-SUB   PIC 9(4) COMP.
               10  WS-LIN-RELEASE-SW PIC X(01).
               10  WS-LIN-NEW-SW    PIC X(01).
       01  WS-LIN-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-LIN-FOUND-SW          PIC X(1).
           88  LINE-FOUND           VALUE "Y".
      *
      * The attachable accounts of the customers being worked, one
      * entry per customer and account; a joint account two orders
      * reach shares its available balance across both entries.
      *
       01  WS-ACC-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES.
               10  WS-ACC-CUST-ID   PIC 9(08).
               10  WS-ACC-ACCOUNT   PIC X(10).
               10  WS-ACC-PRIORITY  PIC 9(2) COMP.
               10  WS-ACC-CURRENCY  PIC X(03).
               10  WS-ACC-RATE      PIC 9(07)V9(04).
               10  WS-ACC-AVAILABLE PIC S9(09)V99.
       01  WS-ACC-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ACC-SUB-2             PIC 9(4) COMP VALUE 0.
       01  WS-ACC-FOUND-SW          PIC X(1).
           88  ACCOUNT-LISTED       VALUE "Y".
       01  WS-CUST-KEY              PIC 9(08).
       01  WS-CUST-LISTED-SW        PIC X(1).
           88  CUSTOMER-LISTED      VALUE "Y".
       01  WS-XREF-SUB              PIC 9(02) COMP.
      *
      * Attachment arithmetic.  Values cross currencies through IDR
      * at the mid rates.
      *
       01  WS-REMAINING             PIC S9(09)V99.
       01  WS-REMAINING-IDR         PIC S9(13)V99.
       01  WS-AVAILABLE-IDR         PIC S9(13)V99.
       01  WS-HOLD-AMOUNT           PIC 9(09)V99.
       01  WS-EQUIV-AMOUNT          PIC 9(09)V99.
       01  WS-OUTSTANDING           PIC 9(09)V99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT ORDER-FILE
           IF WS-ORD-FILE-STATUS NOT = "00"
               DISPLAY "GARNAPPL: NO ATTACHMENT ORDERS, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ORDER
           PERFORM STORE-ORDER-ENTRY UNTIL END-OF-ORDERS
           CLOSE ORDER-FILE
           PERFORM LOAD-PRIORITY-TABLE
           PERFORM LOAD-FX-TABLE
           PERFORM LOAD-LINE-TABLE
           OPEN OUTPUT APPLY-RPT-FILE
           PERFORM RELEASE-LIFTED-ORDERS
           PERFORM SELECT-ORDERS-TO-WORK
           PERFORM GATHER-ORDER-ACCOUNTS
           PERFORM NET-EXISTING-HOLDS
           PERFORM ATTACH-ONE-ORDER
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
           PERFORM RELEASE-DUE-ORDERS
           PERFORM REWRITE-HOLDS
           PERFORM WRITE-ATTACH-LINES
           PERFORM WRITE-RESPONSE-LETTERS
           PERFORM WRITE-ORDERS
           CLOSE APPLY-RPT-FILE
           DISPLAY "GARNAPPL: HOLDS PLACED       " WS-ATTACH-COUNT
           DISPLAY "GARNAPPL: ORDERS COVERED     " WS-COVERED-COUNT
           DISPLAY "GARNAPPL: ORDERS WAITING     " WS-WAITING-COUNT
           DISPLAY "GARNAPPL: ORDERS DUE TO REMIT " WS-DUE-COUNT
           DISPLAY "GARNAPPL: ORDERS LIFTED      " WS-LIFTED-COUNT
           DISPLAY "GARNAPPL: LETTERS WRITTEN    " WS-LETTER-COUNT
           DISPLAY "GARNAPPL: ORDER EXCEPTIONS   " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-ORDER.
           READ ORDER-FILE
               AT END MOVE "Y" TO WS-ORD-EOF
           END-READ.

       STORE-ORDER-ENTRY.
           IF WS-ORD-COUNT = 500
               DISPLAY "GARNAPPL: ORDER TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ORD-COUNT
           MOVE GO-ORDER-NUM TO WS-ORD-NUM(WS-ORD-COUNT)
           MOVE GO-AUTHORITY-NAME TO WS-ORD-AUTH-NAME(WS-ORD-COUNT)
           MOVE GO-AUTHORITY-TYPE TO WS-ORD-AUTH-TYPE(WS-ORD-COUNT)
           MOVE GO-AUTHORITY-ACCT TO WS-ORD-AUTH-ACCT(WS-ORD-COUNT)
           MOVE GO-CUST-ID TO WS-ORD-CUST-ID(WS-ORD-COUNT)
           MOVE GO-AMOUNT TO WS-ORD-AMOUNT(WS-ORD-COUNT)
           MOVE GO-CURRENCY TO WS-ORD-CURRENCY(WS-ORD-COUNT)
           MOVE GO-EFFECTIVE-DATE TO WS-ORD-EFFECTIVE(WS-ORD-COUNT)
           MOVE GO-REMIT-DATE TO WS-ORD-REMIT(WS-ORD-COUNT)
           MOVE GO-ATTACHED-AMOUNT TO WS-ORD-ATTACHED(WS-ORD-COUNT)
           MOVE GO-REMITTED-AMOUNT TO WS-ORD-REMITTED(WS-ORD-COUNT)
           MOVE GO-STATUS TO WS-ORD-STATUS(WS-ORD-COUNT)
           MOVE GO-REGISTERED-BY TO WS-ORD-REG-BY(WS-ORD-COUNT)
           MOVE GO-REGISTERED-DATE TO WS-ORD-REG-DATE(WS-ORD-COUNT)
           MOVE GO-LETTER-DATE TO WS-ORD-LETTER-DATE(WS-ORD-COUNT)
           MOVE 0 TO WS-ORD-RATE(WS-ORD-COUNT)
           MOVE "N" TO WS-ORD-WORK-SW(WS-ORD-COUNT)
           PERFORM READ-ORDER.

       LOAD-PRIORITY-TABLE.
           OPEN INPUT PRIORITY-FILE
           IF WS-PRI-FILE-STATUS = "00"
               PERFORM READ-PRIORITY
               PERFORM STORE-PRIORITY-ENTRY UNTIL END-OF-PRIORITIES
               CLOSE PRIORITY-FILE
           END-IF
           IF WS-PRI-COUNT = 0
               MOVE 3 TO WS-PRI-COUNT
               MOVE "CA" TO WS-PRI-TYPE(1)
               MOVE "SA" TO WS-PRI-TYPE(2)
               MOVE "TD" TO WS-PRI-TYPE(3)
           END-IF.

       READ-PRIORITY.
           READ PRIORITY-FILE
               AT END MOVE "Y" TO WS-PRI-EOF
           END-READ.

       STORE-PRIORITY-ENTRY.
           IF WS-PRI-COUNT = 20
               DISPLAY "GARNAPPL: PRIORITY TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRI-COUNT
           MOVE GP-ACCOUNT-TYPE TO WS-PRI-TYPE(WS-PRI-COUNT)
           PERFORM READ-PRIORITY.

       LOAD-FX-TABLE.
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS = "00"
               PERFORM READ-FX-RATE
               PERFORM STORE-FX-ENTRY UNTIL END-OF-RATES
               CLOSE FX-RATE-FILE
           END-IF.

       READ-FX-RATE.
           READ FX-RATE-FILE
               AT END MOVE "Y" TO WS-FX-EOF
           END-READ.

       STORE-FX-ENTRY.
           IF WS-FX-COUNT = 20
               DISPLAY "GARNAPPL: FX TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FX-COUNT
           MOVE FX-CURRENCY TO WS-FX-CURRENCY(WS-FX-COUNT)
           MOVE FX-MID-RATE TO WS-FX-MID(WS-FX-COUNT)
           PERFORM READ-FX-RATE.

      *
      * IDR values one-for-one; any other currency takes its mid
      * rate, or zero when FXRATES has no row for it.
      *
       FIND-FX-RATE.
           MOVE 0 TO WS-FX-RATE
           IF WS-FX-KEY = "IDR"
               MOVE 1 TO WS-FX-RATE
           ELSE
               PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
                   IF WS-FX-CURRENCY(WS-FX-SUB) = WS-FX-KEY
                       MOVE WS-FX-MID(WS-FX-SUB) TO WS-FX-RATE
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-LINE-TABLE.
           OPEN INPUT ATTACH-LINE-FILE
           IF WS-LIN-FILE-STATUS = "00"
               PERFORM READ-LINE
               PERFORM STORE-LINE-ENTRY UNTIL END-OF-LINES
               CLOSE ATTACH-LINE-FILE
           END-IF.

       READ-LINE.
           READ ATTACH-LINE-FILE
               AT END MOVE "Y" TO WS-LIN-EOF
           END-READ.

       STORE-LINE-ENTRY.
           PERFORM MAKE-LINE-ROOM
           MOVE GH-ORDER-NUM TO WS-LIN-ORDER-NUM(WS-LIN-COUNT)
           MOVE GH-HOLD-ID TO WS-LIN-HOLD-ID(WS-LIN-COUNT)
           MOVE GH-ACCOUNT TO WS-LIN-ACCOUNT(WS-LIN-COUNT)
           MOVE GH-ACCT-CURRENCY TO WS-LIN-CURRENCY(WS-LIN-COUNT)
           MOVE GH-HELD-AMOUNT TO WS-LIN-HELD(WS-LIN-COUNT)
           MOVE GH-ORDER-AMOUNT TO WS-LIN-EQUIV(WS-LIN-COUNT)
           MOVE GH-PLACED-DATE TO WS-LIN-PLACED(WS-LIN-COUNT)
           MOVE GH-STATUS TO WS-LIN-STATUS(WS-LIN-COUNT)
           MOVE GH-TRX-REF TO WS-LIN-TRX-REF(WS-LIN-COUNT)
           MOVE "N" TO WS-LIN-NEW-SW(WS-LIN-COUNT)
           MOVE GH-ORDER-NUM TO WS-ORD-KEY
           PERFORM FIND-ORDER
           IF ORDER-FOUND
               MOVE WS-ORD-SUB TO WS-LIN-ORD-SUB(WS-LIN-COUNT)
           ELSE
               MOVE 0 TO WS-LIN-ORD-SUB(WS-LIN-COUNT)
           END-IF
           PERFORM READ-LINE.

       MAKE-LINE-ROOM.
           IF WS-LIN-COUNT = 5000
               DISPLAY "GARNAPPL: LINE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LIN-COUNT
           MOVE "N" TO WS-LIN-RELEASE-SW(WS-LIN-COUNT).

       FIND-ORDER.
           MOVE "N" TO WS-ORD-FOUND-SW
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
                   OR ORDER-FOUND
               IF WS-ORD-NUM(WS-ORD-SUB) = WS-ORD-KEY
                   MOVE "Y" TO WS-ORD-FOUND-SW
               END-IF
           END-PERFORM
           IF ORDER-FOUND
               SUBTRACT 1 FROM WS-ORD-SUB
           END-IF.

      *
      * Holds still standing against an order GARNMNT has marked
      * lifted come off this run.
      *
       RELEASE-LIFTED-ORDERS.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
               IF WS-LIN-STATUS(WS-LIN-SUB) = "A"
                   AND WS-LIN-ORD-SUB(WS-LIN-SUB) > 0
                   MOVE WS-LIN-ORD-SUB(WS-LIN-SUB) TO WS-ORD-SUB
                   IF WS-ORD-STATUS(WS-ORD-SUB) = "L"
                       PERFORM RELEASE-LIFTED-LINE
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-LIFTED-LINE.
           ADD 1 TO WS-LIFTED-COUNT
           MOVE "L" TO WS-LIN-STATUS(WS-LIN-SUB)
           MOVE "Y" TO WS-LIN-RELEASE-SW(WS-LIN-SUB)
           MOVE SPACES TO APPLY-RPT-RECORD
           MOVE WS-ORD-NUM(WS-ORD-SUB) TO GR-ORDER-NUM
           MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO GR-CUST-ID
           MOVE WS-LIN-ACCOUNT(WS-LIN-SUB) TO GR-ACCOUNT
           MOVE WS-LIN-HELD(WS-LIN-SUB) TO GR-AMOUNT
           MOVE "ORDER LIFTED - HOLD RELEASED" TO GR-OUTCOME
           WRITE APPLY-RPT-RECORD.

      *
      * An order is worked once it is in effect and still short of
      * its amount; an order currency with no rate is an exception
      * and waits for the rate.
      *
       SELECT-ORDERS-TO-WORK.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF (WS-ORD-STATUS(WS-ORD-SUB) = "N"
                   OR WS-ORD-STATUS(WS-ORD-SUB) = "W")
                   AND WS-ORD-EFFECTIVE(WS-ORD-SUB) NOT > WS-TODAY
                   PERFORM PRICE-ORDER-CURRENCY
               END-IF
           END-PERFORM.

       PRICE-ORDER-CURRENCY.
           MOVE WS-ORD-CURRENCY(WS-ORD-SUB) TO WS-FX-KEY
           PERFORM FIND-FX-RATE
           IF WS-FX-RATE > 0
               MOVE WS-FX-RATE TO WS-ORD-RATE(WS-ORD-SUB)
               MOVE "Y" TO WS-ORD-WORK-SW(WS-ORD-SUB)
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO APPLY-RPT-RECORD
               MOVE WS-ORD-NUM(WS-ORD-SUB) TO GR-ORDER-NUM
               MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO GR-CUST-ID
               MOVE "NO FX RATE FOR ORDER CURRENCY" TO GR-OUTCOME
               WRITE APPLY-RPT-RECORD
           END-IF.

      *
      * Each worked customer's CIFXREF chain, walked the SWEEPGEN
      * way; only account types on the priority list, open and not
      * written off, are kept.
      *
       GATHER-ORDER-ACCOUNTS.
           OPEN INPUT CIF-XREF-FILE
           OPEN INPUT ACCT-MASTER-FILE
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF WS-ORD-WORK-SW(WS-ORD-SUB) = "Y"
                   MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO WS-CUST-KEY
                   PERFORM CHECK-CUSTOMER-LISTED
                   IF NOT CUSTOMER-LISTED
                       PERFORM GATHER-CUSTOMER-CHAIN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CIF-XREF-FILE ACCT-MASTER-FILE.

       CHECK-CUSTOMER-LISTED.
           MOVE "N" TO WS-CUST-LISTED-SW
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
               IF WS-ACC-CUST-ID(WS-ACC-SUB) = WS-CUST-KEY
                   MOVE "Y" TO WS-CUST-LISTED-SW
               END-IF
           END-PERFORM.

       GATHER-CUSTOMER-CHAIN.
           MOVE "N" TO WS-XREF-DONE-SW
           MOVE WS-CUST-KEY TO CIF-CUST-ID
           MOVE 1 TO CIF-SEQ
           READ CIF-XREF-FILE
               INVALID KEY
                   MOVE "Y" TO WS-XREF-DONE-SW
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO APPLY-RPT-RECORD
                   MOVE WS-ORD-NUM(WS-ORD-SUB) TO GR-ORDER-NUM
                   MOVE WS-CUST-KEY TO GR-CUST-ID
                   MOVE "CUSTOMER NOT ON CIF XREF" TO GR-OUTCOME
                   WRITE APPLY-RPT-RECORD
           END-READ
           PERFORM GATHER-XREF-CHAIN-RECORD UNTIL XREF-CHAIN-DONE.

       GATHER-XREF-CHAIN-RECORD.
           PERFORM NOTE-ATTACHABLE-ACCOUNT
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > CIF-ACCT-COUNT
                   OR WS-XREF-SUB > 10
           READ CIF-XREF-FILE NEXT
               AT END MOVE "Y" TO WS-XREF-DONE-SW
               NOT AT END
                   IF CIF-CUST-ID NOT = WS-CUST-KEY
                       MOVE "Y" TO WS-XREF-DONE-SW
                   END-IF
           END-READ.

       NOTE-ATTACHABLE-ACCOUNT.
           MOVE 0 TO WS-PRI-SUB
           PERFORM VARYING WS-PRI-SCAN FROM 1 BY 1
               UNTIL WS-PRI-SCAN > WS-PRI-COUNT
               IF WS-PRI-TYPE(WS-PRI-SCAN)
                   = CIF-ACCT-TYPE(WS-XREF-SUB)
                   AND WS-PRI-SUB = 0
                   MOVE WS-PRI-SCAN TO WS-PRI-SUB
               END-IF
           END-PERFORM
           IF WS-PRI-SUB > 0
               MOVE CIF-ACCT-NUM(WS-XREF-SUB) TO ACCTM-NUM
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCTM-STATUS NOT = "C"
                           AND ACCTM-STATUS NOT = "W"
                           PERFORM ADD-ATTACHABLE-ACCOUNT
                       END-IF
               END-READ
           END-IF.

       ADD-ATTACHABLE-ACCOUNT.
           IF WS-ACC-COUNT = 2000
               DISPLAY "GARNAPPL: ACCOUNT TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-CUST-KEY TO WS-ACC-CUST-ID(WS-ACC-COUNT)
           MOVE ACCTM-NUM(3:10) TO WS-ACC-ACCOUNT(WS-ACC-COUNT)
           MOVE WS-PRI-SUB TO WS-ACC-PRIORITY(WS-ACC-COUNT)
           MOVE ACCTM-CURRENCY TO WS-ACC-CURRENCY(WS-ACC-COUNT)
           MOVE ACCTM-CURRENCY TO WS-FX-KEY
           PERFORM FIND-FX-RATE
           MOVE WS-FX-RATE TO WS-ACC-RATE(WS-ACC-COUNT)
           MOVE ACCTM-BALANCE TO WS-ACC-AVAILABLE(WS-ACC-COUNT).

      *
      * Available balance is net of every active, unexpired hold,
      * the way BALCHK judges it; the highest hold ID seen numbers
      * the holds placed today.
      *
       NET-EXISTING-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "00"
               PERFORM READ-HOLD
               PERFORM NET-ONE-HOLD UNTIL END-OF-HOLDS
               CLOSE HOLDS-FILE
           END-IF.

       READ-HOLD.
           READ HOLDS-FILE
               AT END MOVE "Y" TO WS-HOLDS-EOF
           END-READ.

       NET-ONE-HOLD.
           IF HLD-HOLD-ID > WS-HIGH-HOLD-ID
               MOVE HLD-HOLD-ID TO WS-HIGH-HOLD-ID
           END-IF
           IF HLD-ACTIVE
               AND (HLD-EXPIRY-DATE = 0
                   OR HLD-EXPIRY-DATE NOT < WS-TODAY)
               PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
                   IF WS-ACC-ACCOUNT(WS-ACC-SUB) = HLD-ACCOUNT
                       SUBTRACT HLD-AMOUNT
                           FROM WS-ACC-AVAILABLE(WS-ACC-SUB)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-HOLD.

      *
      * The order's shortfall is taken from its customer's accounts
      * one priority at a time until nothing is outstanding.
      *
       ATTACH-ONE-ORDER.
           IF WS-ORD-WORK-SW(WS-ORD-SUB) = "Y"
               COMPUTE WS-REMAINING = WS-ORD-AMOUNT(WS-ORD-SUB)
                   - WS-ORD-ATTACHED(WS-ORD-SUB)
               PERFORM ATTACH-AT-PRIORITY
                   VARYING WS-PRI-SUB FROM 1 BY 1
                   UNTIL WS-PRI-SUB > WS-PRI-COUNT
                       OR WS-REMAINING NOT > 0
               PERFORM SET-ORDER-COVERAGE
           END-IF.

       ATTACH-AT-PRIORITY.
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
                   OR WS-REMAINING NOT > 0
               IF WS-ACC-CUST-ID(WS-ACC-SUB)
                   = WS-ORD-CUST-ID(WS-ORD-SUB)
                   AND WS-ACC-PRIORITY(WS-ACC-SUB) = WS-PRI-SUB
                   AND WS-ACC-AVAILABLE(WS-ACC-SUB) > 0
                   AND WS-ACC-RATE(WS-ACC-SUB) > 0
                   PERFORM ATTACH-FROM-ACCOUNT
               END-IF
           END-PERFORM.

      *
      * An account that covers the rest of the order is held for
      * just that much in its own currency; one that does not is
      * held for everything available.
      *
       ATTACH-FROM-ACCOUNT.
           COMPUTE WS-REMAINING-IDR ROUNDED =
               WS-REMAINING * WS-ORD-RATE(WS-ORD-SUB)
           COMPUTE WS-AVAILABLE-IDR ROUNDED =
               WS-ACC-AVAILABLE(WS-ACC-SUB) * WS-ACC-RATE(WS-ACC-SUB)
           IF WS-AVAILABLE-IDR NOT < WS-REMAINING-IDR
               COMPUTE WS-HOLD-AMOUNT ROUNDED =
                   WS-REMAINING-IDR / WS-ACC-RATE(WS-ACC-SUB)
               IF WS-HOLD-AMOUNT > WS-ACC-AVAILABLE(WS-ACC-SUB)
                   MOVE WS-ACC-AVAILABLE(WS-ACC-SUB) TO WS-HOLD-AMOUNT
               END-IF
               MOVE WS-REMAINING TO WS-EQUIV-AMOUNT
           ELSE
               MOVE WS-ACC-AVAILABLE(WS-ACC-SUB) TO WS-HOLD-AMOUNT
               COMPUTE WS-EQUIV-AMOUNT =
                   WS-AVAILABLE-IDR / WS-ORD-RATE(WS-ORD-SUB)
           END-IF
           IF WS-HOLD-AMOUNT > 0 AND WS-EQUIV-AMOUNT > 0
               PERFORM ADD-ATTACHMENT-LINE
           END-IF.

       ADD-ATTACHMENT-LINE.
           ADD 1 TO WS-ATTACH-COUNT
           ADD 1 TO WS-HIGH-HOLD-ID
           PERFORM MAKE-LINE-ROOM
           MOVE WS-ORD-NUM(WS-ORD-SUB) TO WS-LIN-ORDER-NUM(WS-LIN-COUNT)
           MOVE WS-HIGH-HOLD-ID TO WS-LIN-HOLD-ID(WS-LIN-COUNT)
           MOVE WS-ACC-ACCOUNT(WS-ACC-SUB)
               TO WS-LIN-ACCOUNT(WS-LIN-COUNT)
           MOVE WS-ACC-CURRENCY(WS-ACC-SUB)
               TO WS-LIN-CURRENCY(WS-LIN-COUNT)
           MOVE WS-HOLD-AMOUNT TO WS-LIN-HELD(WS-LIN-COUNT)
           MOVE WS-EQUIV-AMOUNT TO WS-LIN-EQUIV(WS-LIN-COUNT)
           MOVE WS-TODAY TO WS-LIN-PLACED(WS-LIN-COUNT)
           MOVE "A" TO WS-LIN-STATUS(WS-LIN-COUNT)
           MOVE SPACES TO WS-LIN-TRX-REF(WS-LIN-COUNT)
           MOVE WS-ORD-SUB TO WS-LIN-ORD-SUB(WS-LIN-COUNT)
           MOVE "Y" TO WS-LIN-NEW-SW(WS-LIN-COUNT)
           ADD WS-EQUIV-AMOUNT TO WS-ORD-ATTACHED(WS-ORD-SUB)
           SUBTRACT WS-EQUIV-AMOUNT FROM WS-REMAINING
           PERFORM VARYING WS-ACC-SUB-2 FROM 1 BY 1
               UNTIL WS-ACC-SUB-2 > WS-ACC-COUNT
               IF WS-ACC-ACCOUNT(WS-ACC-SUB-2)
                   = WS-ACC-ACCOUNT(WS-ACC-SUB)
                   SUBTRACT WS-HOLD-AMOUNT
                       FROM WS-ACC-AVAILABLE(WS-ACC-SUB-2)
               END-IF
           END-PERFORM
           MOVE SPACES TO APPLY-RPT-RECORD
           MOVE WS-ORD-NUM(WS-ORD-SUB) TO GR-ORDER-NUM
           MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO GR-CUST-ID
           MOVE WS-ACC-ACCOUNT(WS-ACC-SUB) TO GR-ACCOUNT
           MOVE WS-HOLD-AMOUNT TO GR-AMOUNT
           MOVE "ATTACHED - HOLD PLACED" TO GR-OUTCOME
           WRITE APPLY-RPT-RECORD.

       SET-ORDER-COVERAGE.
           IF WS-REMAINING NOT > 0
               ADD 1 TO WS-COVERED-COUNT
               MOVE "F" TO WS-ORD-STATUS(WS-ORD-SUB)
           ELSE
               ADD 1 TO WS-WAITING-COUNT
               MOVE "W" TO WS-ORD-STATUS(WS-ORD-SUB)
               MOVE SPACES TO APPLY-RPT-RECORD
               MOVE WS-ORD-NUM(WS-ORD-SUB) TO GR-ORDER-NUM
               MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO GR-CUST-ID
               MOVE WS-REMAINING TO GR-AMOUNT
               MOVE "NOT FULLY COVERED - WAITING FOR CREDITS"
                   TO GR-OUTCOME
               WRITE APPLY-RPT-RECORD
           END-IF.

      *
      * An order at its remittance date with funds held has those
      * holds released and its lines marked due; an order with
      * nothing held yet keeps waiting.
      *
       RELEASE-DUE-ORDERS.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF (WS-ORD-STATUS(WS-ORD-SUB) = "W"
                   OR WS-ORD-STATUS(WS-ORD-SUB) = "F")
                   AND WS-ORD-REMIT(WS-ORD-SUB) NOT > WS-TODAY
                   PERFORM RELEASE-ORDER-FOR-REMITTANCE
               END-IF
           END-PERFORM.

       RELEASE-ORDER-FOR-REMITTANCE.
           MOVE "N" TO WS-LIN-FOUND-SW
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
               IF WS-LIN-ORD-SUB(WS-LIN-SUB) = WS-ORD-SUB
                   AND WS-LIN-STATUS(WS-LIN-SUB) = "A"
                   MOVE "D" TO WS-LIN-STATUS(WS-LIN-SUB)
                   MOVE "Y" TO WS-LIN-RELEASE-SW(WS-LIN-SUB)
                   MOVE "Y" TO WS-LIN-FOUND-SW
               END-IF
           END-PERFORM
           IF LINE-FOUND
               ADD 1 TO WS-DUE-COUNT
               MOVE "D" TO WS-ORD-STATUS(WS-ORD-SUB)
               MOVE SPACES TO APPLY-RPT-RECORD
               MOVE WS-ORD-NUM(WS-ORD-SUB) TO GR-ORDER-NUM
               MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO GR-CUST-ID
               MOVE "REMITTANCE DUE - HOLDS RELEASED FOR PAYMENT"
                   TO GR-OUTCOME
               WRITE APPLY-RPT-RECORD
           END-IF.

      *
      * Every hold carries to HOLDS.NEW; those whose lines were
      * released this run go out released, and today's attachments
      * are appended under their new hold IDs.
      *
       REWRITE-HOLDS.
           MOVE "N" TO WS-HOLDS-EOF
           OPEN OUTPUT HOLDS-OUT-FILE
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "00"
               PERFORM READ-HOLD
               PERFORM CARRY-HOLD UNTIL END-OF-HOLDS
               CLOSE HOLDS-FILE
           END-IF
           PERFORM APPEND-ATTACHMENT-HOLD
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
           CLOSE HOLDS-OUT-FILE.

       CARRY-HOLD.
           MOVE HLD-HOLD-ID TO HLO-HOLD-ID
           MOVE HLD-ACCOUNT TO HLO-ACCOUNT
           MOVE HLD-AMOUNT TO HLO-AMOUNT
           MOVE HLD-REASON-CODE TO HLO-REASON-CODE
           MOVE HLD-PLACED-BY TO HLO-PLACED-BY
           MOVE HLD-PLACED-DATE TO HLO-PLACED-DATE
           MOVE HLD-EXPIRY-DATE TO HLO-EXPIRY-DATE
           MOVE HLD-STATUS TO HLO-STATUS
           IF HLD-ACTIVE AND HLD-REASON-CODE = WS-GARN-REASON
               PERFORM FIND-RELEASED-LINE
               IF LINE-FOUND
                   MOVE "R" TO HLO-STATUS
               END-IF
           END-IF
           WRITE HOLDS-OUT-RECORD
           PERFORM READ-HOLD.

       FIND-RELEASED-LINE.
           MOVE "N" TO WS-LIN-FOUND-SW
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
                   OR LINE-FOUND
               IF WS-LIN-HOLD-ID(WS-LIN-SUB) = HLD-HOLD-ID
                   AND WS-LIN-RELEASE-SW(WS-LIN-SUB) = "Y"
                   MOVE "Y" TO WS-LIN-FOUND-SW
               END-IF
           END-PERFORM.

      *
      * A hold placed and released in the same run -- attached on
      * the remittance date itself -- still goes on file, released,
      * so the hold ID on the attachment line has its row.
      *
       APPEND-ATTACHMENT-HOLD.
           IF WS-LIN-NEW-SW(WS-LIN-SUB) = "Y"
               MOVE WS-LIN-HOLD-ID(WS-LIN-SUB) TO HLO-HOLD-ID
               MOVE WS-LIN-ACCOUNT(WS-LIN-SUB) TO HLO-ACCOUNT
               MOVE WS-LIN-HELD(WS-LIN-SUB) TO HLO-AMOUNT
               MOVE WS-GARN-REASON TO HLO-REASON-CODE
               MOVE WS-GARN-PLACED-BY TO HLO-PLACED-BY
               MOVE WS-TODAY TO HLO-PLACED-DATE
               MOVE 0 TO HLO-EXPIRY-DATE
               IF WS-LIN-RELEASE-SW(WS-LIN-SUB) = "Y"
                   MOVE "R" TO HLO-STATUS
               ELSE
                   MOVE "A" TO HLO-STATUS
               END-IF
               WRITE HOLDS-OUT-RECORD
           END-IF.

       WRITE-ATTACH-LINES.
           OPEN OUTPUT ATTACH-LINE-OUT-FILE
           PERFORM WRITE-ONE-LINE
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
           CLOSE ATTACH-LINE-OUT-FILE.

       WRITE-ONE-LINE.
           MOVE WS-LIN-ORDER-NUM(WS-LIN-SUB) TO GHO-ORDER-NUM
           MOVE WS-LIN-HOLD-ID(WS-LIN-SUB) TO GHO-HOLD-ID
           MOVE WS-LIN-ACCOUNT(WS-LIN-SUB) TO GHO-ACCOUNT
           MOVE WS-LIN-CURRENCY(WS-LIN-SUB) TO GHO-ACCT-CURRENCY
           MOVE WS-LIN-HELD(WS-LIN-SUB) TO GHO-HELD-AMOUNT
           MOVE WS-LIN-EQUIV(WS-LIN-SUB) TO GHO-ORDER-AMOUNT
           MOVE WS-LIN-PLACED(WS-LIN-SUB) TO GHO-PLACED-DATE
           MOVE WS-LIN-STATUS(WS-LIN-SUB) TO GHO-STATUS
           MOVE WS-LIN-TRX-REF(WS-LIN-SUB) TO GHO-TRX-REF
           WRITE ATTACH-LINE-OUT-RECORD.

      *
      * An order worked for the first time gets its response
      * letter, whether or not anything could be attached.
      *
       WRITE-RESPONSE-LETTERS.
           OPEN OUTPUT LETTER-FILE
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF WS-ORD-WORK-SW(WS-ORD-SUB) = "Y"
                   AND WS-ORD-LETTER-DATE(WS-ORD-SUB) = 0
                   PERFORM WRITE-ONE-LETTER
               END-IF
           END-PERFORM
           CLOSE LETTER-FILE.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-TODAY TO WS-ORD-LETTER-DATE(WS-ORD-SUB)
           MOVE SPACES TO LETTER-RECORD
           MOVE "H" TO GL-REC-TYPE
           MOVE WS-ORD-NUM(WS-ORD-SUB) TO GL-ORDER-NUM
           MOVE WS-ORD-AUTH-NAME(WS-ORD-SUB) TO GL-AUTHORITY-NAME
           MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO GL-CUST-ID
           MOVE WS-ORD-AMOUNT(WS-ORD-SUB) TO GL-ORDER-AMOUNT
           MOVE WS-ORD-CURRENCY(WS-ORD-SUB) TO GL-CURRENCY
           MOVE WS-TODAY TO GL-LETTER-DATE
           WRITE LETTER-RECORD
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
               IF WS-LIN-ORD-SUB(WS-LIN-SUB) = WS-ORD-SUB
                   PERFORM WRITE-LETTER-DETAIL
               END-IF
           END-PERFORM
           COMPUTE WS-OUTSTANDING = WS-ORD-AMOUNT(WS-ORD-SUB)
               - WS-ORD-ATTACHED(WS-ORD-SUB)
           MOVE SPACES TO LETTER-RECORD
           MOVE "T" TO GL-REC-TYPE
           MOVE WS-ORD-ATTACHED(WS-ORD-SUB) TO GL-TOTAL-ATTACHED
           MOVE WS-OUTSTANDING TO GL-OUTSTANDING
           EVALUATE TRUE
               WHEN WS-ORD-ATTACHED(WS-ORD-SUB) = 0
                   MOVE "NO FUNDS AVAILABLE - CREDITS WILL ATTACH"
                       TO GL-TOTAL-NOTE
               WHEN WS-OUTSTANDING > 0
                   MOVE "PART ATTACHED - CREDITS WILL ATTACH"
                       TO GL-TOTAL-NOTE
               WHEN OTHER
                   MOVE "ORDERED AMOUNT ATTACHED IN FULL"
                       TO GL-TOTAL-NOTE
           END-EVALUATE
           WRITE LETTER-RECORD.

       WRITE-LETTER-DETAIL.
           MOVE SPACES TO LETTER-RECORD
           MOVE "D" TO GL-REC-TYPE
           MOVE WS-LIN-ACCOUNT(WS-LIN-SUB) TO GL-ACCOUNT
           MOVE WS-LIN-CURRENCY(WS-LIN-SUB) TO GL-ACCT-CURRENCY
           MOVE WS-LIN-HELD(WS-LIN-SUB) TO GL-HELD-AMOUNT
           MOVE WS-LIN-EQUIV(WS-LIN-SUB) TO GL-EQUIV-AMOUNT
           WRITE LETTER-RECORD.

       WRITE-ORDERS.
           OPEN OUTPUT ORDER-OUT-FILE
           PERFORM WRITE-ONE-ORDER
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
           CLOSE ORDER-OUT-FILE.

       WRITE-ONE-ORDER.
           MOVE WS-ORD-NUM(WS-ORD-SUB) TO GOO-ORDER-NUM
           MOVE WS-ORD-AUTH-NAME(WS-ORD-SUB) TO GOO-AUTHORITY-NAME
           MOVE WS-ORD-AUTH-TYPE(WS-ORD-SUB) TO GOO-AUTHORITY-TYPE
           MOVE WS-ORD-AUTH-ACCT(WS-ORD-SUB) TO GOO-AUTHORITY-ACCT
           MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO GOO-CUST-ID
           MOVE WS-ORD-AMOUNT(WS-ORD-SUB) TO GOO-AMOUNT
           MOVE WS-ORD-CURRENCY(WS-ORD-SUB) TO GOO-CURRENCY
           MOVE WS-ORD-EFFECTIVE(WS-ORD-SUB) TO GOO-EFFECTIVE-DATE
           MOVE WS-ORD-REMIT(WS-ORD-SUB) TO GOO-REMIT-DATE
           MOVE WS-ORD-ATTACHED(WS-ORD-SUB) TO GOO-ATTACHED-AMOUNT
           MOVE WS-ORD-REMITTED(WS-ORD-SUB) TO GOO-REMITTED-AMOUNT
           MOVE WS-ORD-STATUS(WS-ORD-SUB) TO GOO-STATUS
           MOVE WS-ORD-REG-BY(WS-ORD-SUB) TO GOO-REGISTERED-BY
           MOVE WS-ORD-REG-DATE(WS-ORD-SUB) TO GOO-REGISTERED-DATE
           MOVE WS-ORD-LETTER-DATE(WS-ORD-SUB) TO GOO-LETTER-DATE
           WRITE ORDER-OUT-RECORD.
