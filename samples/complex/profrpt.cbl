       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFRPT.
      *
      * Monthly customer relationship profitability, run on
      * DLYCHAIN's month-end leg after the fee and interest charges
      * have posted.  Every account on CIFXREF is attributed to its
      * customer (a joint account to the first customer listed on
      * it), and the month's income and cost are gathered by
      * account from the files they already sit on:
      *   - credit interest paid: the cycle's ACCRUALS rows;
      *   - overdraft interest earned: this month's ODACCR rows;
      *   - loan interest earned: LOANSCHD installments due this
      *     month that were billed, paid or fell past due;
      *   - fees: PA-FEE on the month's posted PAYAUDIT payments and
      *     the MTHFEES "SVC " and "MIN " postings on TRXLEDGR;
      *   - FX spread: PA-FX-SPREAD on the month's posted payments.
      * On top, each account takes a funds-transfer-pricing credit
      * or charge of the FTPRATES annual rate for its type on the
      * month's average BALHIST balance, one twelfth of a year.
      *
      * PROFRPT lists each customer's components and net
      * contribution, then the nets rolled up by CUST-RM-ID and by
      * CUST-BRANCH-CODE, then the bottom tenth of customers by net
      * contribution, lowest first, for relationship-manager review.
      * Rows for accounts not on CIFXREF are counted and left out.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIF-XREF-FILE ASSIGN TO "CIFXREF"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CIF-KEY
               FILE STATUS IS WS-CIF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT FTP-RATE-FILE ASSIGN TO "FTPRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT OD-ACCRUAL-FILE ASSIGN TO "ODACCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PAYMENT-AUDIT-FILE ASSIGN TO "PAYAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "TRXLEDGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PROFIT-RPT-FILE ASSIGN TO "PROFRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CIF-XREF-FILE.
       COPY CIFXREF.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  FTP-RATE-FILE.
       COPY FTPRATES.

       FD  ACCRUAL-FILE.
       COPY ACCRUALS.

       FD  OD-ACCRUAL-FILE.
       COPY ODACCR.

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  PAYMENT-AUDIT-FILE.
       COPY PMTAUDIT.

       FD  LEDGER-FILE.
       COPY TRXLEDGR.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

      *
      * "C" customer lines and "D" bottom-decile lines carry the
      * components; "R" relationship-manager and "B" branch lines
      * REDEFINE the same bytes with the roll-up.
      *
       FD  PROFIT-RPT-FILE.
       01  PROFIT-RPT-RECORD.
           05  PR-REC-TYPE          PIC X(01).
               88  PR-CUSTOMER-REC  VALUE "C".
               88  PR-RM-REC        VALUE "R".
               88  PR-BRANCH-REC    VALUE "B".
               88  PR-DECILE-REC    VALUE "D".
           05  FILLER               PIC X(01).
           05  PR-CUSTOMER-DATA.
               10  PR-CUST-ID       PIC 9(08).
               10  FILLER           PIC X(01).
               10  PR-RM-ID         PIC X(08).
               10  FILLER           PIC X(01).
               10  PR-BRANCH-CODE   PIC X(04).
               10  FILLER           PIC X(01).
               10  PR-CREDIT-INT    PIC -(9)9.99.
               10  PR-OD-INT        PIC -(9)9.99.
               10  PR-LOAN-INT      PIC -(9)9.99.
               10  PR-FEES          PIC -(9)9.99.
               10  PR-FX-SPREAD     PIC -(9)9.99.
               10  PR-FTP           PIC -(9)9.99.
               10  PR-NET           PIC -(11)9.99.
           05  PR-ROLLUP-DATA REDEFINES PR-CUSTOMER-DATA.
               10  PR-ROLL-KEY      PIC X(08).
               10  FILLER           PIC X(02).
               10  PR-ROLL-CUSTOMERS PIC ZZZZ9.
               10  FILLER           PIC X(02).
               10  PR-ROLL-NET      PIC -(11)9.99.
               10  FILLER           PIC X(84).

      *
      * One-line handoff of this step's processed count for DLYCHAIN
      * to carry onto the run-control history.
      *
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-CIF-FILE-STATUS       PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-IN-FILE-STATUS        PIC X(2).
       01  WS-CIF-EOF               PIC X(1) VALUE "N".
           88  END-OF-XREF          VALUE "Y".
       01  WS-IN-EOF                PIC X(1) VALUE "N".
           88  END-OF-INPUT         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-CURRENT-MONTH         PIC X(06).
       01  WS-XREF-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-UNATTRIBUTED-COUNT    PIC 9(7) COMP VALUE 0.
      *
      * One row per customer: the components and the net.
      *
       01  WS-CUST-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUS-ENTRY OCCURS 5000 TIMES.
               10  WS-CUS-ID        PIC 9(08).
               10  WS-CUS-RM-ID     PIC X(08).
               10  WS-CUS-BRANCH    PIC X(04).
               10  WS-CUS-CREDIT-INT PIC S9(11)V99.
               10  WS-CUS-OD-INT    PIC S9(11)V99.
               10  WS-CUS-LOAN-INT  PIC S9(11)V99.
               10  WS-CUS-FEES      PIC S9(11)V99.
               10  WS-CUS-FX-SPREAD PIC S9(11)V99.
               10  WS-CUS-FTP       PIC S9(11)V99.
               10  WS-CUS-NET       PIC S9(11)V99.
               10  WS-CUS-LISTED-SW PIC X(01).
       01  WS-CUS-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-CUS-FOUND-SW          PIC X(1).
           88  CUSTOMER-FOUND       VALUE "Y".
      *
      * One row per account, pointing at its customer, with the
      * month's balance history summed for the average.
      *
       01  WS-ACCT-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACC-ENTRY OCCURS 10000 TIMES.
               10  WS-ACC-NUM       PIC X(10).
               10  WS-ACC-TYPE      PIC X(02).
               10  WS-ACC-CUS-SUB   PIC 9(4) COMP.
               10  WS-ACC-BAL-TOTAL PIC 9(13)V99.
               10  WS-ACC-BAL-DAYS  PIC 9(3) COMP.
       01  WS-ACC-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-ACC-FOUND-SW          PIC X(1).
           88  ACCOUNT-FOUND        VALUE "Y".
       01  WS-LOOKUP-ACCOUNT        PIC X(10).
      *
      * The FTP rate table, loaded whole.
      *
       01  WS-FTP-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-FTP-TABLE.
           05  WS-FTP-ENTRY OCCURS 50 TIMES.
               10  WS-FTP-TYPE      PIC X(02).
               10  WS-FTP-SIDE      PIC X(01).
               10  WS-FTP-RATE      PIC 9V9(04).
       01  WS-FTP-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-FTP-FOUND-SW          PIC X(1).
           88  FTP-RATE-FOUND       VALUE "Y".
       01  WS-AVERAGE-BALANCE       PIC 9(11)V99.
       01  WS-FTP-AMOUNT            PIC S9(11)V99.
      *
      * Roll-ups by relationship manager and by branch.
      *
       01  WS-ROLL-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-ROLL-TABLE.
           05  WS-ROL-ENTRY OCCURS 1000 TIMES.
               10  WS-ROL-KEY       PIC X(08).
               10  WS-ROL-CUSTOMERS PIC 9(5) COMP.
               10  WS-ROL-NET       PIC S9(13)V99.
       01  WS-ROL-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ROL-FOUND-SW          PIC X(1).
           88  ROLLUP-FOUND         VALUE "Y".
       01  WS-ROLL-KEY              PIC X(08).
       01  WS-ROLL-REC-TYPE         PIC X(01).
      *
      * Bottom decile selection.
      *
       01  WS-DECILE-SIZE           PIC 9(4) COMP VALUE 0.
       01  WS-DECILE-SUB            PIC 9(4) COMP VALUE 0.
       01  WS-LOWEST-SUB            PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-CURRENT-MONTH
           PERFORM LOAD-RELATIONSHIPS
           PERFORM LOAD-FTP-RATES
           PERFORM GATHER-CREDIT-INTEREST
           PERFORM GATHER-OVERDRAFT-INTEREST
           PERFORM GATHER-LOAN-INTEREST
           PERFORM GATHER-PAYMENT-INCOME
           PERFORM GATHER-MONTHLY-FEES
           PERFORM GATHER-BALANCE-HISTORY
           PERFORM APPLY-FUNDS-TRANSFER-PRICE
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACCT-COUNT
           OPEN OUTPUT PROFIT-RPT-FILE
           PERFORM WRITE-CUSTOMER-LINE
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUST-COUNT
           MOVE "R" TO WS-ROLL-REC-TYPE
           PERFORM WRITE-ROLLUP
           MOVE "B" TO WS-ROLL-REC-TYPE
           PERFORM WRITE-ROLLUP
           PERFORM WRITE-BOTTOM-DECILE
           CLOSE PROFIT-RPT-FILE
           DISPLAY "PROFRPT: CUSTOMERS REPORTED      " WS-CUST-COUNT
           DISPLAY "PROFRPT: ACCOUNTS ATTRIBUTED     " WS-ACCT-COUNT
           DISPLAY "PROFRPT: BOTTOM DECILE LISTED    " WS-DECILE-SIZE
           DISPLAY "PROFRPT: ROWS WITHOUT A CUSTOMER "
               WS-UNATTRIBUTED-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-UNATTRIBUTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      * The cross-reference gives the customers and their accounts;
      * CUSTMAST gives each customer's manager and branch.
      *
       LOAD-RELATIONSHIPS.
           OPEN INPUT CIF-XREF-FILE
           IF WS-CIF-FILE-STATUS NOT = "00"
               DISPLAY "PROFRPT: NO CIF CROSS-REFERENCE - RUN CIFXREF"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM READ-XREF
           PERFORM STORE-XREF-RECORD UNTIL END-OF-XREF
           CLOSE CIF-XREF-FILE
           IF WS-CUST-FILE-STATUS = "00"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       READ-XREF.
           READ CIF-XREF-FILE NEXT
               AT END MOVE "Y" TO WS-CIF-EOF
           END-READ.

       STORE-XREF-RECORD.
           PERFORM FIND-CUSTOMER
           IF NOT CUSTOMER-FOUND
               PERFORM ADD-CUSTOMER
           END-IF
           PERFORM STORE-XREF-ACCOUNT
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > CIF-ACCT-COUNT
           PERFORM READ-XREF.

       FIND-CUSTOMER.
           MOVE "N" TO WS-CUS-FOUND-SW
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUST-COUNT OR CUSTOMER-FOUND
               IF WS-CUS-ID(WS-CUS-SUB) = CIF-CUST-ID
                   MOVE "Y" TO WS-CUS-FOUND-SW
               END-IF
           END-PERFORM
           IF CUSTOMER-FOUND
               SUBTRACT 1 FROM WS-CUS-SUB
           END-IF.

       ADD-CUSTOMER.
           IF WS-CUST-COUNT = 5000
               DISPLAY "PROFRPT: CUSTOMER TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CUST-COUNT TO WS-CUS-SUB
           MOVE CIF-CUST-ID TO WS-CUS-ID(WS-CUS-SUB)
           MOVE SPACES TO WS-CUS-RM-ID(WS-CUS-SUB)
           MOVE SPACES TO WS-CUS-BRANCH(WS-CUS-SUB)
           MOVE 0 TO WS-CUS-CREDIT-INT(WS-CUS-SUB)
           MOVE 0 TO WS-CUS-OD-INT(WS-CUS-SUB)
           MOVE 0 TO WS-CUS-LOAN-INT(WS-CUS-SUB)
           MOVE 0 TO WS-CUS-FEES(WS-CUS-SUB)
           MOVE 0 TO WS-CUS-FX-SPREAD(WS-CUS-SUB)
           MOVE 0 TO WS-CUS-FTP(WS-CUS-SUB)
           MOVE 0 TO WS-CUS-NET(WS-CUS-SUB)
           MOVE "N" TO WS-CUS-LISTED-SW(WS-CUS-SUB)
           IF WS-CUST-FILE-STATUS = "00"
               MOVE CIF-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-RM-ID TO WS-CUS-RM-ID(WS-CUS-SUB)
                       MOVE CUST-BRANCH-CODE
                           TO WS-CUS-BRANCH(WS-CUS-SUB)
               END-READ
           END-IF.

      *
      * A joint account met again under its second holder stays
      * with the first.
      *
       STORE-XREF-ACCOUNT.
           MOVE CIF-ACCT-NUM(WS-XREF-SUB)(3:10) TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF NOT ACCOUNT-FOUND
               IF WS-ACCT-COUNT = 10000
                   DISPLAY "PROFRPT: ACCOUNT TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-LOOKUP-ACCOUNT TO WS-ACC-NUM(WS-ACCT-COUNT)
               MOVE CIF-ACCT-TYPE(WS-XREF-SUB)
                   TO WS-ACC-TYPE(WS-ACCT-COUNT)
               MOVE WS-CUS-SUB TO WS-ACC-CUS-SUB(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACC-BAL-TOTAL(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACC-BAL-DAYS(WS-ACCT-COUNT)
           END-IF.

      *
      * Leaves WS-CUS-SUB on the account's customer when found, so
      * each gather paragraph can add straight into the row.
      *
       FIND-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACCT-COUNT OR ACCOUNT-FOUND
               IF WS-ACC-NUM(WS-ACC-SUB) = WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-ACC-FOUND-SW
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACC-SUB
               MOVE WS-ACC-CUS-SUB(WS-ACC-SUB) TO WS-CUS-SUB
           END-IF.

       FIND-ACCOUNT-OR-COUNT.
           PERFORM FIND-ACCOUNT
           IF NOT ACCOUNT-FOUND
               ADD 1 TO WS-UNATTRIBUTED-COUNT
           END-IF.

       LOAD-FTP-RATES.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT FTP-RATE-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-FTP-RATE
               PERFORM STORE-FTP-RATE UNTIL END-OF-INPUT
               CLOSE FTP-RATE-FILE
           END-IF.

       READ-FTP-RATE.
           READ FTP-RATE-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       STORE-FTP-RATE.
           IF WS-FTP-COUNT = 50
               DISPLAY "PROFRPT: FTP RATE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FTP-COUNT
           MOVE FTP-ACCOUNT-TYPE TO WS-FTP-TYPE(WS-FTP-COUNT)
           MOVE FTP-SIDE TO WS-FTP-SIDE(WS-FTP-COUNT)
           MOVE FTP-RATE TO WS-FTP-RATE(WS-FTP-COUNT)
           PERFORM READ-FTP-RATE.

      *
      * ACCRUALS holds the cycle's accrued credit interest until
      * INTCAP posts it, so the whole file is the month's cost.
      *
       GATHER-CREDIT-INTEREST.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT ACCRUAL-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-ACCRUAL
               PERFORM ADD-CREDIT-INTEREST UNTIL END-OF-INPUT
               CLOSE ACCRUAL-FILE
           END-IF.

       READ-ACCRUAL.
           READ ACCRUAL-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       ADD-CREDIT-INTEREST.
           MOVE ACR-ACCT-NUM(3:10) TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-ACCOUNT-OR-COUNT
           IF ACCOUNT-FOUND
               ADD ACR-INTEREST TO WS-CUS-CREDIT-INT(WS-CUS-SUB)
           END-IF
           PERFORM READ-ACCRUAL.

       GATHER-OVERDRAFT-INTEREST.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT OD-ACCRUAL-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-OD-ACCRUAL
               PERFORM ADD-OVERDRAFT-INTEREST UNTIL END-OF-INPUT
               CLOSE OD-ACCRUAL-FILE
           END-IF.

       READ-OD-ACCRUAL.
           READ OD-ACCRUAL-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       ADD-OVERDRAFT-INTEREST.
           IF ODA-ACCRUAL-DATE(1:6) = WS-CURRENT-MONTH
               MOVE ODA-ACCT-NUM(3:10) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-OR-COUNT
               IF ACCOUNT-FOUND
                   ADD ODA-INTEREST TO WS-CUS-OD-INT(WS-CUS-SUB)
               END-IF
           END-IF
           PERFORM READ-OD-ACCRUAL.

      *
      * Interest on installments falling due this month is earned
      * whether the customer has paid it yet or not; written-off
      * and early-settled installments earn nothing.
      *
       GATHER-LOAN-INTEREST.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-LOAN-SCHEDULE
               PERFORM ADD-LOAN-INTEREST UNTIL END-OF-INPUT
               CLOSE LOAN-SCHEDULE-FILE
           END-IF.

       READ-LOAN-SCHEDULE.
           READ LOAN-SCHEDULE-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       ADD-LOAN-INTEREST.
           IF LS-DUE-DATE(1:6) = WS-CURRENT-MONTH
               AND (LS-BILLED OR LS-PAID OR LS-PAST-DUE)
               MOVE LS-ACCT-NUM(3:10) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-OR-COUNT
               IF ACCOUNT-FOUND
                   ADD LS-INTEREST-PART TO WS-CUS-LOAN-INT(WS-CUS-SUB)
               END-IF
           END-IF
           PERFORM READ-LOAN-SCHEDULE.

      *
      * Payment fees and FX spread belong to the paying account;
      * only postings ("00") earn.  Rows written before the spread
      * field existed read as non-numeric and earn no spread.
      *
       GATHER-PAYMENT-INCOME.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT PAYMENT-AUDIT-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-PAYMENT-AUDIT
               PERFORM ADD-PAYMENT-INCOME UNTIL END-OF-INPUT
               CLOSE PAYMENT-AUDIT-FILE
           END-IF.

       READ-PAYMENT-AUDIT.
           READ PAYMENT-AUDIT-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       ADD-PAYMENT-INCOME.
           IF PA-STATUS = "00"
               AND PA-TIMESTAMP(1:6) = WS-CURRENT-MONTH
               MOVE PA-ACCOUNT-FROM TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-OR-COUNT
               IF ACCOUNT-FOUND
                   ADD PA-FEE TO WS-CUS-FEES(WS-CUS-SUB)
                   IF PA-FX-SPREAD NUMERIC
                       ADD PA-FX-SPREAD TO WS-CUS-FX-SPREAD(WS-CUS-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PAYMENT-AUDIT.

       GATHER-MONTHLY-FEES.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-LEDGER
               PERFORM ADD-MONTHLY-FEE UNTIL END-OF-INPUT
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       ADD-MONTHLY-FEE.
           IF (TRX-TYPE = "SVC " OR TRX-TYPE = "MIN ")
               AND TRX-TIMESTAMP(1:6) = WS-CURRENT-MONTH
               MOVE TRX-ACCOUNT-NUM TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-OR-COUNT
               IF ACCOUNT-FOUND
                   ADD TRX-AMOUNT TO WS-CUS-FEES(WS-CUS-SUB)
               END-IF
           END-IF
           PERFORM READ-LEDGER.

       GATHER-BALANCE-HISTORY.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-BALANCE-HISTORY
               PERFORM ADD-BALANCE-DAY UNTIL END-OF-INPUT
               CLOSE BALANCE-HISTORY-FILE
           END-IF.

       READ-BALANCE-HISTORY.
           READ BALANCE-HISTORY-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       ADD-BALANCE-DAY.
           IF BH-BUSINESS-DATE(1:6) = WS-CURRENT-MONTH
               MOVE BH-ACCT-NUM(3:10) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF ACCOUNT-FOUND
                   ADD BH-BALANCE TO WS-ACC-BAL-TOTAL(WS-ACC-SUB)
                   ADD 1 TO WS-ACC-BAL-DAYS(WS-ACC-SUB)
               END-IF
           END-IF
           PERFORM READ-BALANCE-HISTORY.

      *
      * A deposit type earns the treasury's credit on its average
      * balance, a lending type pays its charge; a type with no
      * FTPRATES row, or an account with no history this month, is
      * left unpriced.
      *
       APPLY-FUNDS-TRANSFER-PRICE.
           IF WS-ACC-BAL-DAYS(WS-ACC-SUB) > 0
               MOVE "N" TO WS-FTP-FOUND-SW
               PERFORM VARYING WS-FTP-SUB FROM 1 BY 1
                   UNTIL WS-FTP-SUB > WS-FTP-COUNT OR FTP-RATE-FOUND
                   IF WS-FTP-TYPE(WS-FTP-SUB) = WS-ACC-TYPE(WS-ACC-SUB)
                       MOVE "Y" TO WS-FTP-FOUND-SW
                   END-IF
               END-PERFORM
               IF FTP-RATE-FOUND
                   SUBTRACT 1 FROM WS-FTP-SUB
                   COMPUTE WS-AVERAGE-BALANCE ROUNDED =
                       WS-ACC-BAL-TOTAL(WS-ACC-SUB)
                       / WS-ACC-BAL-DAYS(WS-ACC-SUB)
                   COMPUTE WS-FTP-AMOUNT ROUNDED =
                       WS-AVERAGE-BALANCE * WS-FTP-RATE(WS-FTP-SUB)
                       / 12
                   IF WS-FTP-SIDE(WS-FTP-SUB) = "D"
                       COMPUTE WS-FTP-AMOUNT = 0 - WS-FTP-AMOUNT
                   END-IF
                   MOVE WS-ACC-CUS-SUB(WS-ACC-SUB) TO WS-CUS-SUB
                   ADD WS-FTP-AMOUNT TO WS-CUS-FTP(WS-CUS-SUB)
               END-IF
           END-IF.

       WRITE-CUSTOMER-LINE.
           COMPUTE WS-CUS-NET(WS-CUS-SUB) =
               WS-CUS-OD-INT(WS-CUS-SUB)
               + WS-CUS-LOAN-INT(WS-CUS-SUB)
               + WS-CUS-FEES(WS-CUS-SUB)
               + WS-CUS-FX-SPREAD(WS-CUS-SUB)
               + WS-CUS-FTP(WS-CUS-SUB)
               - WS-CUS-CREDIT-INT(WS-CUS-SUB)
           MOVE "C" TO PR-REC-TYPE
           PERFORM FORMAT-CUSTOMER-LINE.

       FORMAT-CUSTOMER-LINE.
           MOVE SPACES TO PR-CUSTOMER-DATA
           MOVE WS-CUS-ID(WS-CUS-SUB) TO PR-CUST-ID
           MOVE WS-CUS-RM-ID(WS-CUS-SUB) TO PR-RM-ID
           MOVE WS-CUS-BRANCH(WS-CUS-SUB) TO PR-BRANCH-CODE
           MOVE WS-CUS-CREDIT-INT(WS-CUS-SUB) TO PR-CREDIT-INT
           MOVE WS-CUS-OD-INT(WS-CUS-SUB) TO PR-OD-INT
           MOVE WS-CUS-LOAN-INT(WS-CUS-SUB) TO PR-LOAN-INT
           MOVE WS-CUS-FEES(WS-CUS-SUB) TO PR-FEES
           MOVE WS-CUS-FX-SPREAD(WS-CUS-SUB) TO PR-FX-SPREAD
           MOVE WS-CUS-FTP(WS-CUS-SUB) TO PR-FTP
           MOVE WS-CUS-NET(WS-CUS-SUB) TO PR-NET
           WRITE PROFIT-RPT-RECORD.

      *
      * One pass builds the roll-up for the key in hand -- the
      * manager for "R" lines, the branch for "B" -- then writes it.
      *
       WRITE-ROLLUP.
           MOVE 0 TO WS-ROLL-COUNT
           PERFORM ADD-TO-ROLLUP
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUST-COUNT
           PERFORM WRITE-ROLLUP-LINE
               VARYING WS-ROL-SUB FROM 1 BY 1
               UNTIL WS-ROL-SUB > WS-ROLL-COUNT.

       ADD-TO-ROLLUP.
           IF WS-ROLL-REC-TYPE = "R"
               MOVE WS-CUS-RM-ID(WS-CUS-SUB) TO WS-ROLL-KEY
           ELSE
               MOVE WS-CUS-BRANCH(WS-CUS-SUB) TO WS-ROLL-KEY
           END-IF
           MOVE "N" TO WS-ROL-FOUND-SW
           PERFORM VARYING WS-ROL-SUB FROM 1 BY 1
               UNTIL WS-ROL-SUB > WS-ROLL-COUNT OR ROLLUP-FOUND
               IF WS-ROL-KEY(WS-ROL-SUB) = WS-ROLL-KEY
                   MOVE "Y" TO WS-ROL-FOUND-SW
               END-IF
           END-PERFORM
           IF ROLLUP-FOUND
               SUBTRACT 1 FROM WS-ROL-SUB
           ELSE
               IF WS-ROLL-COUNT = 1000
                   DISPLAY "PROFRPT: ROLL-UP TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROLL-COUNT
               MOVE WS-ROLL-COUNT TO WS-ROL-SUB
               MOVE WS-ROLL-KEY TO WS-ROL-KEY(WS-ROL-SUB)
               MOVE 0 TO WS-ROL-CUSTOMERS(WS-ROL-SUB)
               MOVE 0 TO WS-ROL-NET(WS-ROL-SUB)
           END-IF
           ADD 1 TO WS-ROL-CUSTOMERS(WS-ROL-SUB)
           ADD WS-CUS-NET(WS-CUS-SUB) TO WS-ROL-NET(WS-ROL-SUB).

       WRITE-ROLLUP-LINE.
           MOVE SPACES TO PROFIT-RPT-RECORD
           MOVE WS-ROLL-REC-TYPE TO PR-REC-TYPE
           MOVE WS-ROL-KEY(WS-ROL-SUB) TO PR-ROLL-KEY
           MOVE WS-ROL-CUSTOMERS(WS-ROL-SUB) TO PR-ROLL-CUSTOMERS
           MOVE WS-ROL-NET(WS-ROL-SUB) TO PR-ROLL-NET
           WRITE PROFIT-RPT-RECORD.

      *
      * The lowest tenth by net contribution, rounded up so even a
      * short book lists someone, picked lowest first.
      *
       WRITE-BOTTOM-DECILE.
           COMPUTE WS-DECILE-SIZE = (WS-CUST-COUNT + 9) / 10
           PERFORM WRITE-NEXT-LOWEST
               VARYING WS-DECILE-SUB FROM 1 BY 1
               UNTIL WS-DECILE-SUB > WS-DECILE-SIZE.

       WRITE-NEXT-LOWEST.
           MOVE 0 TO WS-LOWEST-SUB
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUST-COUNT
               IF WS-CUS-LISTED-SW(WS-CUS-SUB) = "N"
                   IF WS-LOWEST-SUB = 0
                       MOVE WS-CUS-SUB TO WS-LOWEST-SUB
                   ELSE
                       IF WS-CUS-NET(WS-CUS-SUB) <
                           WS-CUS-NET(WS-LOWEST-SUB)
                           MOVE WS-CUS-SUB TO WS-LOWEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LOWEST-SUB TO WS-CUS-SUB
           MOVE "Y" TO WS-CUS-LISTED-SW(WS-CUS-SUB)
           MOVE "D" TO PR-REC-TYPE
           PERFORM FORMAT-CUSTOMER-LINE.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "PROFRPT" TO SS-STEP-NAME
           MOVE WS-CUST-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
