      * date the parameterized number of days out, and appends a
      * billing record to CCBILLS for the CCLATE follow-up to work
      * after the due date.
      *
      * Revolving costs money.  Before the bill is cut, the card's
      * previous billing record is checked against the ledger: a
      * statement balance not paid in full by its due date -- the
      * "PCR " credits arriving between that cut and that due date
      * falling short of it -- loses the grace period, and the cycle
      * is charged interest on its average daily balance from
      * BALHIST at the CCPARM purchase rate.  Cash advances ("CCA "
      * rows from CCSETL) have no grace period at all: each accrues
      * at the CCPARM cash rate from the day it posted to the cycle
      * cut, and that cash-weighted share comes out of the average
      * balance so it is never charged twice.  The finance charge
      * posts through GLPOST from the card to card-interest income
      * under the "FIN " type, grows the owed balance (the CCSETL
      * convention), and is shown on the new billing record.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CC-BILLING-FILE ASSIGN TO "CCBILLS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-FILE-STATUS.
           SELECT CARD-LIMIT-FILE ASSIGN TO "CARDLIM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "TRXLEDGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CCP-LATE-FEE         PIC 9(05)V99.
           05  CCP-DUE-DAYS         PIC 9(03).
           05  CCP-OVERLIMIT-FEE    PIC 9(05)V99.
           05  CCP-PURCHASE-RATE    PIC 9V9(04).
           05  CCP-CASH-RATE        PIC 9V9(04).

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.
       FD  CARD-LIMIT-FILE.
       COPY CARDLIM.

       FD  LEDGER-FILE.
       COPY TRXLEDGR.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-ACCT-EOF              PIC X(1) VALUE "N".
       01  WS-DUE-DAYS              PIC 9(03) VALUE 020.
       01  WS-MIN-PAYMENT           PIC 9(07)V99.
      *
      * Finance charges.  One slot per card account, built before the
      * billing pass: where the cycle starts (the previous cut, or
      * the opening date for a first bill), what the previous bill
      * asked for and what was paid against it by its due date, the
      * BALHIST sum and day count for the cycle, and the cash
      * advances weighted by the days each has been outstanding.
      *
       01  WS-LEDGER-FILE-STATUS    PIC X(2).
       01  WS-BH-FILE-STATUS        PIC X(2).
       01  WS-BILL-FILE-STATUS      PIC X(2).
       01  WS-LEDGER-EOF            PIC X(1) VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".
       01  WS-BH-EOF                PIC X(1) VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".
       01  WS-BILL-EOF              PIC X(1) VALUE "N".
           88  END-OF-BILLS         VALUE "Y".
       01  WS-PURCHASE-RATE         PIC 9V9(04) VALUE 0.2400.
       01  WS-CASH-RATE             PIC 9V9(04) VALUE 0.2800.
       01  WS-CYCLE-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-CYCLE-TABLE.
           05  WS-CYC-ENTRY OCCURS 1000 TIMES.
               10  WS-CYC-ACCOUNT   PIC X(12).
               10  WS-CYC-START     PIC 9(08).
               10  WS-CYC-HAS-BILL  PIC X(01).
               10  WS-CYC-PREV-DUE  PIC 9(08).
               10  WS-CYC-PREV-BAL  PIC 9(09)V99.
               10  WS-CYC-PAID      PIC 9(09)V99.
               10  WS-CYC-BH-TOTAL  PIC 9(13)V99.
               10  WS-CYC-BH-DAYS   PIC 9(05) COMP.
               10  WS-CYC-CASH-WEIGHT PIC 9(13)V99.
       01  WS-CYC-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-CYC-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-CYC-KEY               PIC X(12).
       01  WS-ROW-DATE              PIC 9(08).
       01  WS-ROW-DAYS              PIC S9(07) COMP.
       01  WS-CYCLE-DAYS            PIC S9(07) COMP.
       01  WS-AVERAGE-BALANCE       PIC 9(09)V99.
       01  WS-CASH-AVERAGE          PIC 9(09)V99.
       01  WS-PURCHASE-CHARGE       PIC 9(07)V99.
       01  WS-CASH-CHARGE           PIC 9(07)V99.
       01  WS-FINANCE-CHARGE        PIC 9(07)V99.
       01  WS-FINANCE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-FINANCE-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-CARD-INT-INCOME-ACCT  PIC 9(8) VALUE 58585858.
       01  WS-GL-FIN-TRANS-TYPE     PIC X(4) VALUE "FIN ".
      *
      * The finance charge and the over-limit fee both move the
      * master balance; the record is rewritten once per card.
      *
       01  WS-ACCT-CHANGED-SW       PIC X(1).
           88  ACCT-CHANGED         VALUE "Y".
      *
      * The SUSAGE day-serial conversion, so cycle and cash-advance
      * day counts hold across month and year boundaries.
      *
       01  WS-CVT-DATE              PIC 9(08).
       01  WS-CVT-FIELDS REDEFINES WS-CVT-DATE.
           05  WS-CVT-YEAR          PIC 9(04).
           05  WS-CVT-MONTH         PIC 9(02).
           05  WS-CVT-DAY           PIC 9(02).
       01  WS-CVT-Y                 PIC S9(07) COMP.
       01  WS-CVT-M                 PIC S9(03) COMP.
       01  WS-CVT-WORK1             PIC S9(09) COMP.
       01  WS-CVT-WORK2             PIC S9(09) COMP.
       01  WS-CVT-SERIAL            PIC 9(07) COMP.
       01  WS-TODAY-SERIAL          PIC 9(07) COMP.
      *
      * Over-limit control: the CARDLIM ceiling per card, and the
      * CCPARM fee assessed at cycle cut when the cycle balance
      * exceeded it.  The fee collects the way MTHFEES charges --
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-CC-PARMS
           PERFORM LOAD-CARD-TABLE
           MOVE WS-TODAY TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CVT-SERIAL TO WS-TODAY-SERIAL
           PERFORM BUILD-CYCLE-TABLE
           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN EXTEND CC-BILLING-FILE
           CLOSE ACCT-MASTER-FILE CUSTOMER-MASTER-FILE
               CC-BILLING-FILE
           DISPLAY "CCBILL: CARDS BILLED        " WS-BILLED-COUNT
           DISPLAY "CCBILL: FINANCE CHARGES     " WS-FINANCE-COUNT
           DISPLAY "CCBILL: FINANCE CHARGE TOTAL " WS-FINANCE-TOTAL
           DISPLAY "CCBILL: OVER-LIMIT FEES     " WS-OVERLIMIT-COUNT
           DISPLAY "CCBILL: FEES SUPPRESSED     " WS-SUPPRESSED-COUNT
           IF WS-SUPPRESSED-COUNT > 0
                           MOVE CCP-OVERLIMIT-FEE
                               TO WS-OVERLIMIT-FEE
                       END-IF
                       IF CCP-PURCHASE-RATE NUMERIC
                           MOVE CCP-PURCHASE-RATE TO WS-PURCHASE-RATE
                       END-IF
                       IF CCP-CASH-RATE NUMERIC
                           MOVE CCP-CASH-RATE TO WS-CASH-RATE
                       END-IF
               END-READ
               CLOSE CC-PARM-FILE
           END-IF.
      *
       BILL-ONE-CARD.
           ADD 1 TO WS-BILLED-COUNT
           MOVE "N" TO WS-ACCT-CHANGED-SW
           PERFORM COMPUTE-FINANCE-CHARGE
           IF WS-FINANCE-CHARGE > 0
               PERFORM POST-FINANCE-CHARGE
           END-IF
           COMPUTE WS-MIN-PAYMENT ROUNDED =
               ACCTM-BALANCE * WS-MIN-PCT
           IF WS-MIN-PAYMENT < WS-MIN-FLOOR
           MOVE ACCTM-BALANCE TO CB-CYCLE-BALANCE
           MOVE WS-MIN-PAYMENT TO CB-MIN-PAYMENT
           MOVE "O" TO CB-STATUS
           MOVE WS-FINANCE-CHARGE TO CB-FINANCE-CHARGE
           WRITE CC-BILLING-RECORD
           PERFORM CHECK-OVER-LIMIT
           IF ACCT-CHANGED
               REWRITE ACCT-MASTER-RECORD
           END-IF.

      *
      * The cycle table: every active card from the master, its
      * latest billing record, then one pass each over the ledger
      * and the balance history.
      *
       BUILD-CYCLE-TABLE.
           OPEN INPUT ACCT-MASTER-FILE
           PERFORM READ-ACCOUNT
           PERFORM STORE-CYCLE-ENTRY UNTIL END-OF-ACCOUNTS
           CLOSE ACCT-MASTER-FILE
           MOVE "N" TO WS-ACCT-EOF
           OPEN INPUT CC-BILLING-FILE
           IF WS-BILL-FILE-STATUS = "00"
               PERFORM READ-PRIOR-BILL
               PERFORM NOTE-PRIOR-BILL UNTIL END-OF-BILLS
               CLOSE CC-BILLING-FILE
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM READ-LEDGER
               PERFORM NOTE-LEDGER-ROW UNTIL END-OF-LEDGER
               CLOSE LEDGER-FILE
           END-IF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-BH-FILE-STATUS = "00"
               PERFORM READ-HISTORY
               PERFORM NOTE-HISTORY-ROW UNTIL END-OF-HISTORY
               CLOSE BALANCE-HISTORY-FILE
           END-IF.

       STORE-CYCLE-ENTRY.
           IF ACCTM-TYPE = "CC" AND ACCTM-STATUS = "A"
               IF WS-CYCLE-COUNT = 1000
                   DISPLAY "CCBILL: CYCLE TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CYCLE-COUNT
               MOVE ACCTM-NUM TO WS-CYC-ACCOUNT(WS-CYCLE-COUNT)
               MOVE ACCTM-OPEN-DATE TO WS-CYC-START(WS-CYCLE-COUNT)
               MOVE "N" TO WS-CYC-HAS-BILL(WS-CYCLE-COUNT)
               MOVE 0 TO WS-CYC-PREV-DUE(WS-CYCLE-COUNT)
               MOVE 0 TO WS-CYC-PREV-BAL(WS-CYCLE-COUNT)
               MOVE 0 TO WS-CYC-PAID(WS-CYCLE-COUNT)
               MOVE 0 TO WS-CYC-BH-TOTAL(WS-CYCLE-COUNT)
               MOVE 0 TO WS-CYC-BH-DAYS(WS-CYCLE-COUNT)
               MOVE 0 TO WS-CYC-CASH-WEIGHT(WS-CYCLE-COUNT)
           END-IF
           PERFORM READ-ACCOUNT.

       READ-PRIOR-BILL.
           READ CC-BILLING-FILE
               AT END MOVE "Y" TO WS-BILL-EOF
           END-READ.

      *
      * The latest cut per card wins; the billing file keeps every
      * cycle the card has had.
      *
       NOTE-PRIOR-BILL.
           MOVE CB-ACCT-NUM TO WS-CYC-KEY
           PERFORM FIND-CYCLE-ENTRY
           IF WS-CYC-FOUND-SUB > 0
               IF WS-CYC-HAS-BILL(WS-CYC-FOUND-SUB) = "N"
                   OR CB-STMT-DATE > WS-CYC-START(WS-CYC-FOUND-SUB)
                   MOVE "Y" TO WS-CYC-HAS-BILL(WS-CYC-FOUND-SUB)
                   MOVE CB-STMT-DATE
                       TO WS-CYC-START(WS-CYC-FOUND-SUB)
                   MOVE CB-DUE-DATE
                       TO WS-CYC-PREV-DUE(WS-CYC-FOUND-SUB)
                   MOVE CB-CYCLE-BALANCE
                       TO WS-CYC-PREV-BAL(WS-CYC-FOUND-SUB)
               END-IF
           END-IF
           PERFORM READ-PRIOR-BILL.

       FIND-CYCLE-ENTRY.
           MOVE 0 TO WS-CYC-FOUND-SUB
           PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
               UNTIL WS-CYC-SUB > WS-CYCLE-COUNT
                   OR WS-CYC-FOUND-SUB > 0
               IF WS-CYC-ACCOUNT(WS-CYC-SUB) = WS-CYC-KEY
                   MOVE WS-CYC-SUB TO WS-CYC-FOUND-SUB
               END-IF
           END-PERFORM.

       READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-LEDGER-EOF
           END-READ.

      *
      * Ledger rows carry the rightmost 10 characters of the account
      * number, the width PAYMENT and LOGTRX post in.
      *
       NOTE-LEDGER-ROW.
           IF TRX-TYPE = "PCR " OR TRX-TYPE = "CCA "
               MOVE TRX-TIMESTAMP(1:8) TO WS-ROW-DATE
               MOVE 0 TO WS-CYC-FOUND-SUB
               PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                   UNTIL WS-CYC-SUB > WS-CYCLE-COUNT
                       OR WS-CYC-FOUND-SUB > 0
                   IF WS-CYC-ACCOUNT(WS-CYC-SUB)(3:10) =
                       TRX-ACCOUNT-NUM
                       MOVE WS-CYC-SUB TO WS-CYC-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-CYC-FOUND-SUB > 0
                   IF TRX-TYPE = "PCR "
                       PERFORM NOTE-CARD-PAYMENT
                   ELSE
                       PERFORM NOTE-CASH-ADVANCE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-LEDGER.

       NOTE-CARD-PAYMENT.
           IF WS-CYC-HAS-BILL(WS-CYC-FOUND-SUB) = "Y"
               AND WS-ROW-DATE NOT < WS-CYC-START(WS-CYC-FOUND-SUB)
               AND WS-ROW-DATE NOT >
                   WS-CYC-PREV-DUE(WS-CYC-FOUND-SUB)
               ADD TRX-AMOUNT TO WS-CYC-PAID(WS-CYC-FOUND-SUB)
           END-IF.

       NOTE-CASH-ADVANCE.
           IF WS-ROW-DATE > WS-CYC-START(WS-CYC-FOUND-SUB)
               AND WS-ROW-DATE NOT > WS-TODAY
               MOVE WS-ROW-DATE TO WS-CVT-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               COMPUTE WS-ROW-DAYS = WS-TODAY-SERIAL - WS-CVT-SERIAL
               COMPUTE WS-CYC-CASH-WEIGHT(WS-CYC-FOUND-SUB) =
                   WS-CYC-CASH-WEIGHT(WS-CYC-FOUND-SUB)
                   + TRX-AMOUNT * WS-ROW-DAYS
           END-IF.

       READ-HISTORY.
           READ BALANCE-HISTORY-FILE
               AT END MOVE "Y" TO WS-BH-EOF
           END-READ.

       NOTE-HISTORY-ROW.
           MOVE BH-ACCT-NUM TO WS-CYC-KEY
           PERFORM FIND-CYCLE-ENTRY
           IF WS-CYC-FOUND-SUB > 0
               IF BH-BUSINESS-DATE > WS-CYC-START(WS-CYC-FOUND-SUB)
                   AND BH-BUSINESS-DATE NOT > WS-TODAY
                   ADD BH-BALANCE TO WS-CYC-BH-TOTAL(WS-CYC-FOUND-SUB)
                   ADD 1 TO WS-CYC-BH-DAYS(WS-CYC-FOUND-SUB)
               END-IF
           END-IF
           PERFORM READ-HISTORY.

      *
      * Cash advances always pay interest for the days they were
      * out.  The rest of the average balance pays only when the
      * previous statement was not cleared in full by its due date.
      *
       COMPUTE-FINANCE-CHARGE.
           MOVE 0 TO WS-PURCHASE-CHARGE
           MOVE 0 TO WS-CASH-CHARGE
           MOVE 0 TO WS-FINANCE-CHARGE
           MOVE ACCTM-NUM TO WS-CYC-KEY
           PERFORM FIND-CYCLE-ENTRY
           IF WS-CYC-FOUND-SUB > 0
               MOVE WS-CYC-START(WS-CYC-FOUND-SUB) TO WS-CVT-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               COMPUTE WS-CYCLE-DAYS = WS-TODAY-SERIAL - WS-CVT-SERIAL
               IF WS-CYCLE-DAYS < 1
                   MOVE 1 TO WS-CYCLE-DAYS
               END-IF
               COMPUTE WS-CASH-CHARGE ROUNDED =
                   WS-CYC-CASH-WEIGHT(WS-CYC-FOUND-SUB)
                   * WS-CASH-RATE / 365
               COMPUTE WS-CASH-AVERAGE ROUNDED =
                   WS-CYC-CASH-WEIGHT(WS-CYC-FOUND-SUB)
                   / WS-CYCLE-DAYS
               IF WS-CYC-HAS-BILL(WS-CYC-FOUND-SUB) = "Y"
                   AND WS-CYC-PREV-BAL(WS-CYC-FOUND-SUB) > 0
                   AND WS-CYC-PREV-DUE(WS-CYC-FOUND-SUB) < WS-TODAY
                   AND WS-CYC-PAID(WS-CYC-FOUND-SUB) <
                       WS-CYC-PREV-BAL(WS-CYC-FOUND-SUB)
                   AND WS-CYC-BH-DAYS(WS-CYC-FOUND-SUB) > 0
                   PERFORM COMPUTE-PURCHASE-CHARGE
               END-IF
               ADD WS-PURCHASE-CHARGE WS-CASH-CHARGE
                   GIVING WS-FINANCE-CHARGE
           END-IF.

       COMPUTE-PURCHASE-CHARGE.
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-CYC-BH-TOTAL(WS-CYC-FOUND-SUB)
               / WS-CYC-BH-DAYS(WS-CYC-FOUND-SUB)
           IF WS-AVERAGE-BALANCE > WS-CASH-AVERAGE
               COMPUTE WS-PURCHASE-CHARGE ROUNDED =
                   (WS-AVERAGE-BALANCE - WS-CASH-AVERAGE)
                   * WS-PURCHASE-RATE * WS-CYCLE-DAYS / 365
           END-IF.

      *
      * The charge is owed money: it grows the card balance, moves
      * the signed customer balance down, and the GL carries the
      * card to card-interest income.
      *
       POST-FINANCE-CHARGE.
           ADD 1 TO WS-FINANCE-COUNT
           ADD WS-FINANCE-CHARGE TO WS-FINANCE-TOTAL
           CALL "TRXNUM" USING WS-TRX-REF
           MOVE ACCTM-NUM(5:8) TO WS-GL-CUSTOMER-ACCT
           MOVE WS-FINANCE-CHARGE TO WS-GL-AMOUNT
           CALL "GLPOST" USING WS-GL-CUSTOMER-ACCT
               WS-CARD-INT-INCOME-ACCT WS-GL-AMOUNT
               WS-GL-FIN-TRANS-TYPE WS-TRX-REF
           MOVE ACCTM-NUM(3:10) TO WS-LDG-ACCOUNT-NUMBER
           MOVE ACCTM-CURRENCY TO WS-LDG-CURRENCY-CODE
           MOVE WS-FINANCE-CHARGE TO WS-LEDGER-AMOUNT
           CALL "LOGTRX" USING WS-LEDGER-ACCOUNT-DATA
               WS-LEDGER-AMOUNT WS-GL-FIN-TRANS-TYPE
               WS-TRX-REF
           ADD WS-FINANCE-CHARGE TO ACCTM-BALANCE
           MOVE "Y" TO WS-ACCT-CHANGED-SW
           MOVE ACCTM-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   DISPLAY "CCBILL: CUSTOMER NOT FOUND "
                       ACCTM-CUST-ID
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                   SUBTRACT WS-FINANCE-CHARGE FROM CUST-BALANCE
                   MOVE WS-TODAY TO CUST-LAST-MAINT-DATE
                   MOVE WS-CJ-PROGRAM TO CUST-LAST-MAINT-USER
                   REWRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO WS-CJ-AFTER-IMAGE
                   CALL "CUSTJRNL" USING WS-CJ-BEFORE-IMAGE
                       WS-CJ-AFTER-IMAGE WS-CJ-PROGRAM WS-TRX-REF
           END-READ.

       CONVERT-DATE-TO-SERIAL.
           MOVE WS-CVT-YEAR TO WS-CVT-Y
           MOVE WS-CVT-MONTH TO WS-CVT-M
           IF WS-CVT-M > 2
               ADD 1 TO WS-CVT-M
           ELSE
               ADD 13 TO WS-CVT-M
               SUBTRACT 1 FROM WS-CVT-Y
           END-IF
           COMPUTE WS-CVT-WORK1 = 1461 * WS-CVT-Y
           DIVIDE WS-CVT-WORK1 BY 4 GIVING WS-CVT-WORK1
           COMPUTE WS-CVT-WORK2 = 153 * WS-CVT-M
           DIVIDE WS-CVT-WORK2 BY 5 GIVING WS-CVT-WORK2
           COMPUTE WS-CVT-SERIAL =
               WS-CVT-WORK1 + WS-CVT-WORK2 + WS-CVT-DAY.

       LOAD-CARD-TABLE.
           OPEN INPUT CARD-LIMIT-FILE
               WS-TRX-REF
           PERFORM DEBIT-CUSTOMER-BALANCE
           SUBTRACT WS-OVERLIMIT-FEE FROM ACCTM-BALANCE
           MOVE "Y" TO WS-ACCT-CHANGED-SW.

       DEBIT-CUSTOMER-BALANCE.
           MOVE ACCTM-CUST-ID TO CUST-ID
