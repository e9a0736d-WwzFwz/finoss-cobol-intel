       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQGAP.
      *
      * Liquidity maturity ladder for the monthly ALCO pack, run on
      * the DLYCHAIN month-end leg.  Every asset and liability cash
      * flow the book knows of is placed, by currency, in the
      * standard time buckets -- overnight, up to 7 days, 1 month,
      * 3 months, 6 months, 1 year, and over 1 year -- counted in
      * days from the business date:
      *
      *   - loan installments still to come (LOANSCHD scheduled or
      *     billed), principal and interest each in the bucket of
      *     the due date; an installment already due falls overnight
      *   - term deposits (active TD on ACCTMAST), principal in the
      *     bucket of the maturity FDTERMS gives (open date plus the
      *     term in whole years, the TDMATUR arithmetic), and the
      *     interest payable with it -- what CALCINT has accrued so
      *     far plus the INTRATES rate on the balance for the days
      *     still to run -- in the same bucket
      *   - CASA balances (SA, CA, FC, active or dormant), spread
      *     over the buckets by the behavioural percentages LIQPARM
      *     carries per account type; whatever a type's percentages
      *     leave unplaced, or a type with no row at all, is treated
      *     as callable overnight
      *
      * The LIQGAPRP report carries each flow line, then per bucket
      * the assets, liabilities, gap and cumulative gap.  A deposit
      * with no term on FDTERMS is laddered overnight and ends the
      * run RC=4 so the data gap is fixed before the pack goes out.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQ-PARM-FILE ASSIGN TO "LIQPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FD-TERM-FILE ASSIGN TO "FDTERMS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "INTRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ACCTM-NUM.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHD-FILE-STATUS.
           SELECT GAP-RPT-FILE ASSIGN TO "LIQGAPRP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * Behavioural run-off of a CASA type: the share of the balance
      * ALM expects to leave in each bucket, overnight first.
      *
       FD  LIQ-PARM-FILE.
       01  LIQ-PARM-RECORD.
           05  LP-ACCT-TYPE         PIC X(02).
           05  LP-BUCKET-PCT OCCURS 7 TIMES PIC 9V9(04).

       FD  FD-TERM-FILE.
       COPY FDTERMS.

       FD  ACCRUAL-FILE.
       COPY ACCRUALS.

       FD  RATE-TABLE-FILE.
       COPY RATETBL.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

      *
      * Header, flow and gap lines share the record under REDEFINES,
      * the GLTRIAL convention.
      *
       FD  GAP-RPT-FILE.
       01  GAP-RPT-RECORD.
           05  GR-REC-TYPE          PIC X(01).
               88  GR-HEADER-LINE   VALUE "H".
               88  GR-FLOW-LINE     VALUE "F".
               88  GR-GAP-LINE      VALUE "G".
           05  FILLER               PIC X(01).
           05  GR-CURRENCY          PIC X(03).
           05  FILLER               PIC X(02).
           05  GR-BUCKET            PIC X(05).
           05  FILLER               PIC X(02).
           05  GR-FLOW-DATA.
               10  GR-FLOW-NAME     PIC X(10).
               10  FILLER           PIC X(02).
               10  GR-FLOW-SIDE     PIC X(01).
               10  FILLER           PIC X(02).
               10  GR-FLOW-AMOUNT   PIC Z(14)9.99.
               10  FILLER           PIC X(47).
           05  GR-GAP-DATA REDEFINES GR-FLOW-DATA.
               10  GR-ASSETS        PIC Z(14)9.99.
               10  FILLER           PIC X(02).
               10  GR-LIABILITIES   PIC Z(14)9.99.
               10  FILLER           PIC X(02).
               10  GR-GAP           PIC -Z(14)9.99.
               10  FILLER           PIC X(02).
               10  GR-CUMULATIVE    PIC -Z(14)9.99.
           05  GR-HEADER-DATA REDEFINES GR-FLOW-DATA.
               10  GR-AS-OF-DATE    PIC 9(08).
               10  FILLER           PIC X(72).

      *
      * One-line handoff of this step's processed count for DLYCHAIN
      * to carry onto the run-control history.
      *
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-TERM-FILE-STATUS      PIC X(2).
       01  WS-ACR-FILE-STATUS       PIC X(2).
       01  WS-RATE-FILE-STATUS      PIC X(2).
       01  WS-SCHD-FILE-STATUS      PIC X(2).
       01  WS-PARM-EOF              PIC X(1) VALUE "N".
           88  END-OF-PARMS         VALUE "Y".
       01  WS-TERM-EOF              PIC X(1) VALUE "N".
           88  END-OF-TERMS         VALUE "Y".
       01  WS-ACR-EOF               PIC X(1) VALUE "N".
           88  END-OF-ACCRUALS      VALUE "Y".
       01  WS-RATE-EOF              PIC X(1) VALUE "N".
           88  END-OF-RATES         VALUE "Y".
       01  WS-ACCT-EOF              PIC X(1) VALUE "N".
           88  END-OF-ACCOUNTS      VALUE "Y".
       01  WS-SCHD-EOF              PIC X(1) VALUE "N".
           88  END-OF-SCHEDULE      VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TODAY-SERIAL          PIC 9(07) COMP.
       01  WS-ACCOUNT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-INSTALLMENT-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-NO-TERM-COUNT         PIC 9(7) COMP VALUE 0.
      *
      * Bucket upper limits in days from the business date; the
      * seventh bucket takes everything beyond a year.
      *
       01  WS-BUCKET-LIMIT-VALUES.
           05  FILLER               PIC 9(03) VALUE 001.
           05  FILLER               PIC 9(03) VALUE 007.
           05  FILLER               PIC 9(03) VALUE 030.
           05  FILLER               PIC 9(03) VALUE 091.
           05  FILLER               PIC 9(03) VALUE 182.
           05  FILLER               PIC 9(03) VALUE 365.
       01  WS-BUCKET-LIMITS REDEFINES WS-BUCKET-LIMIT-VALUES.
           05  WS-BUCKET-LIMIT OCCURS 6 TIMES PIC 9(03).
       01  WS-BUCKET-NAME-VALUES.
           05  FILLER               PIC X(05) VALUE "O/N  ".
           05  FILLER               PIC X(05) VALUE "<=7D ".
           05  FILLER               PIC X(05) VALUE "<=1M ".
           05  FILLER               PIC X(05) VALUE "<=3M ".
           05  FILLER               PIC X(05) VALUE "<=6M ".
           05  FILLER               PIC X(05) VALUE "<=1Y ".
           05  FILLER               PIC X(05) VALUE ">1Y  ".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME OCCURS 7 TIMES PIC X(05).
      *
      * The five flow kinds each bucket carries: loan principal and
      * loan interest are inflows (assets), the rest outflows.
      *
       01  WS-FLOW-NAME-VALUES.
           05  FILLER               PIC X(10) VALUE "LOAN PRIN ".
           05  FILLER               PIC X(10) VALUE "LOAN INT  ".
           05  FILLER               PIC X(10) VALUE "TD PRIN   ".
           05  FILLER               PIC X(10) VALUE "TD INT    ".
           05  FILLER               PIC X(10) VALUE "CASA      ".
       01  WS-FLOW-NAMES REDEFINES WS-FLOW-NAME-VALUES.
           05  WS-FLOW-NAME OCCURS 5 TIMES PIC X(10).
       01  WS-BKT-SUB               PIC 9(1) COMP VALUE 0.
       01  WS-FLW-SUB               PIC 9(1) COMP VALUE 0.
       01  WS-DAYS-OUT              PIC S9(07) COMP.
       01  WS-FLOW-KIND             PIC 9(1) COMP.
       01  WS-FLOW-AMOUNT           PIC 9(13)V99.
      *
      * The ladder itself: per currency, per bucket, per flow kind.
      *
       01  WS-CCY-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE      PIC X(03).
               10  WS-CCY-BUCKET OCCURS 7 TIMES.
                   15  WS-CCY-FLOW OCCURS 5 TIMES PIC 9(15)V99.
       01  WS-CCY-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-CCY-FOUND-SW          PIC X(1).
           88  CURRENCY-FOUND       VALUE "Y".
       01  WS-CURRENCY              PIC X(03).
       01  WS-ASSETS                PIC 9(15)V99.
       01  WS-LIABILITIES           PIC 9(15)V99.
       01  WS-GAP                   PIC S9(15)V99.
       01  WS-CUMULATIVE-GAP        PIC S9(15)V99.
      *
      * Behavioural percentages per CASA type.
      *
       01  WS-BHV-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-BHV-TABLE.
           05  WS-BHV-ENTRY OCCURS 10 TIMES.
               10  WS-BHV-ACCT-TYPE PIC X(02).
               10  WS-BHV-PCT OCCURS 7 TIMES PIC 9V9(04).
       01  WS-BHV-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-BHV-FOUND-SW          PIC X(1).
           88  BEHAVIOUR-FOUND      VALUE "Y".
       01  WS-CASA-PLACED           PIC 9(13)V99.
       01  WS-CASA-SHARE            PIC 9(13)V99.
      *
      * Terms, accruals, rates and loan currencies load into memory
      * once, the load-once-small-table pattern TDMATUR uses.
      *
       01  WS-TERM-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 5000 TIMES.
               10  WS-FDT-ACCT-NUM  PIC X(12).
               10  WS-FDT-TERM-YEARS PIC 9(02).
       01  WS-TERM-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-TERM-FOUND-SW         PIC X(1).
           88  TERM-FOUND           VALUE "Y".
       01  WS-TERM-YEARS            PIC 9(02).
       01  WS-MATURITY-DATE         PIC 9(08).
       01  WS-YEARS-FACTOR          PIC 9(08) COMP.
       01  WS-ACR-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ACR-TABLE.
           05  WS-ACR-ENTRY OCCURS 5000 TIMES.
               10  WS-ACR-ACCT-NUM  PIC X(12).
               10  WS-ACR-INTEREST  PIC 9(09)V99.
       01  WS-ACR-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ACR-FOUND-SW          PIC X(1).
           88  ACCRUAL-FOUND        VALUE "Y".
       01  WS-RATE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY OCCURS 200 TIMES.
               10  WS-RTE-ACCOUNT-TYPE PIC X(02).
               10  WS-RTE-MIN-BALANCE  PIC 9(09)V99.
               10  WS-RTE-MIN-TENURE   PIC 9(02).
               10  WS-RTE-CURRENCY     PIC X(03).
               10  WS-RTE-RATE         PIC 9V9(04).
       01  WS-RTE-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-RATE-FOUND-SW         PIC X(1).
           88  RATE-FOUND           VALUE "Y".
       01  WS-TD-RATE               PIC 9V9(04).
       01  WS-TD-INTEREST           PIC 9(13)V99.
       01  WS-LOAN-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 5000 TIMES.
               10  WS-LOAN-ACCT-NUM PIC X(12).
               10  WS-LOAN-CURRENCY PIC X(03).
       01  WS-LOAN-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-LOAN-FOUND-SW         PIC X(1).
           88  LOAN-FOUND           VALUE "Y".
      *
      * Day-serial conversion of a YYYYMMDD date, the DORMWARN
      * arithmetic.
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

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-TODAY TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CVT-SERIAL TO WS-TODAY-SERIAL
           PERFORM LOAD-BEHAVIOUR-TABLE
           PERFORM LOAD-TERM-TABLE
           PERFORM LOAD-ACCRUAL-TABLE
           PERFORM LOAD-RATE-TABLE
           OPEN INPUT ACCT-MASTER-FILE
           PERFORM READ-ACCOUNT
           PERFORM LADDER-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS
           CLOSE ACCT-MASTER-FILE
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHD-FILE-STATUS = "00"
               PERFORM READ-INSTALLMENT
               PERFORM LADDER-ONE-INSTALLMENT UNTIL END-OF-SCHEDULE
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           OPEN OUTPUT GAP-RPT-FILE
           MOVE SPACES TO GAP-RPT-RECORD
           MOVE "H" TO GR-REC-TYPE
           MOVE WS-TODAY TO GR-AS-OF-DATE
           WRITE GAP-RPT-RECORD
           PERFORM REPORT-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           CLOSE GAP-RPT-FILE
           DISPLAY "LIQGAP: ACCOUNTS LADDERED    " WS-ACCOUNT-COUNT
           DISPLAY "LIQGAP: INSTALLMENTS LADDERED "
               WS-INSTALLMENT-COUNT
           DISPLAY "LIQGAP: DEPOSITS WITH NO TERM " WS-NO-TERM-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-NO-TERM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      * A missing parameter file leaves every CASA balance callable
      * overnight -- the contractual position, and the prudent one.
      *
       LOAD-BEHAVIOUR-TABLE.
           OPEN INPUT LIQ-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM READ-BEHAVIOUR
               PERFORM STORE-BEHAVIOUR-ENTRY UNTIL END-OF-PARMS
               CLOSE LIQ-PARM-FILE
           END-IF.

       READ-BEHAVIOUR.
           READ LIQ-PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       STORE-BEHAVIOUR-ENTRY.
           IF WS-BHV-COUNT = 10
               DISPLAY "LIQGAP: BEHAVIOUR TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BHV-COUNT
           MOVE LP-ACCT-TYPE TO WS-BHV-ACCT-TYPE(WS-BHV-COUNT)
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 7
               IF LP-BUCKET-PCT(WS-BKT-SUB) NUMERIC
                   MOVE LP-BUCKET-PCT(WS-BKT-SUB)
                       TO WS-BHV-PCT(WS-BHV-COUNT WS-BKT-SUB)
               ELSE
                   MOVE 0 TO WS-BHV-PCT(WS-BHV-COUNT WS-BKT-SUB)
               END-IF
           END-PERFORM
           PERFORM READ-BEHAVIOUR.

       LOAD-TERM-TABLE.
           OPEN INPUT FD-TERM-FILE
           IF WS-TERM-FILE-STATUS = "00"
               PERFORM READ-TERM
               PERFORM STORE-TERM-ENTRY UNTIL END-OF-TERMS
               CLOSE FD-TERM-FILE
           END-IF.

       READ-TERM.
           READ FD-TERM-FILE
               AT END MOVE "Y" TO WS-TERM-EOF
           END-READ.

       STORE-TERM-ENTRY.
           IF WS-TERM-COUNT = 5000
               DISPLAY "LIQGAP: TERM TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TERM-COUNT
           MOVE FDT-ACCT-NUM TO WS-FDT-ACCT-NUM(WS-TERM-COUNT)
           MOVE FDT-TERM-YEARS TO WS-FDT-TERM-YEARS(WS-TERM-COUNT)
           PERFORM READ-TERM.

      *
      * The accrual CALCINT last wrote is the interest a deposit has
      * earned so far; a missing ACCRUALS file projects from today's
      * balance alone.
      *
       LOAD-ACCRUAL-TABLE.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACR-FILE-STATUS = "00"
               PERFORM READ-ACCRUAL
               PERFORM STORE-ACCRUAL-ENTRY UNTIL END-OF-ACCRUALS
               CLOSE ACCRUAL-FILE
           END-IF.

       READ-ACCRUAL.
           READ ACCRUAL-FILE
               AT END MOVE "Y" TO WS-ACR-EOF
           END-READ.

       STORE-ACCRUAL-ENTRY.
           IF WS-ACR-COUNT = 5000
               DISPLAY "LIQGAP: ACCRUAL TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACR-COUNT
           MOVE ACR-ACCT-NUM TO WS-ACR-ACCT-NUM(WS-ACR-COUNT)
           MOVE ACR-INTEREST TO WS-ACR-INTEREST(WS-ACR-COUNT)
           PERFORM READ-ACCRUAL.

      *
      * Only the TD rows of INTRATES matter here.
      *
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               PERFORM READ-RATE
               PERFORM STORE-RATE-ENTRY UNTIL END-OF-RATES
               CLOSE RATE-TABLE-FILE
           END-IF.

       READ-RATE.
           READ RATE-TABLE-FILE
               AT END MOVE "Y" TO WS-RATE-EOF
           END-READ.

       STORE-RATE-ENTRY.
           IF RT-ACCOUNT-TYPE = "TD"
               IF WS-RATE-COUNT = 200
                   DISPLAY "LIQGAP: RATE TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-ACCOUNT-TYPE
                   TO WS-RTE-ACCOUNT-TYPE(WS-RATE-COUNT)
               MOVE RT-MIN-BALANCE TO WS-RTE-MIN-BALANCE(WS-RATE-COUNT)
               MOVE RT-MIN-TENURE TO WS-RTE-MIN-TENURE(WS-RATE-COUNT)
               MOVE RT-CURRENCY TO WS-RTE-CURRENCY(WS-RATE-COUNT)
               MOVE RT-RATE TO WS-RTE-RATE(WS-RATE-COUNT)
           END-IF
           PERFORM READ-RATE.

       READ-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-ACCT-EOF
           END-READ.

      *
      * Loan accounts are only remembered for their currency; their
      * flows come off the schedule.  Closed and written-off
      * deposits carry nothing.
      *
       LADDER-ONE-ACCOUNT.
           MOVE ACCTM-CURRENCY TO WS-CURRENCY
           IF WS-CURRENCY = SPACES
               MOVE "IDR" TO WS-CURRENCY
           END-IF
           EVALUATE TRUE
               WHEN ACCTM-TYPE = "LN"
                   PERFORM STORE-LOAN-ENTRY
               WHEN ACCTM-TYPE = "TD" AND ACCTM-STATUS = "A"
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM LADDER-TERM-DEPOSIT
               WHEN (ACCTM-TYPE = "SA" OR ACCTM-TYPE = "CA"
                       OR ACCTM-TYPE = "FC")
                   AND (ACCTM-STATUS = "A" OR ACCTM-STATUS = "D")
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM LADDER-CASA-BALANCE
           END-EVALUATE
           PERFORM READ-ACCOUNT.

       STORE-LOAN-ENTRY.
           IF WS-LOAN-COUNT = 5000
               DISPLAY "LIQGAP: LOAN TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE ACCTM-NUM TO WS-LOAN-ACCT-NUM(WS-LOAN-COUNT)
           MOVE WS-CURRENCY TO WS-LOAN-CURRENCY(WS-LOAN-COUNT).

      *
      * Principal falls due at maturity with the interest payable
      * alongside it: the accrual earned so far plus the matched
      * INTRATES rate on the balance for the days still to run.  A
      * deposit already past maturity (in holdover) is due now.
      *
       LADDER-TERM-DEPOSIT.
           PERFORM FIND-TERM-ENTRY
           IF TERM-FOUND
               COMPUTE WS-YEARS-FACTOR = WS-TERM-YEARS * 10000
               COMPUTE WS-MATURITY-DATE =
                   ACCTM-OPEN-DATE + WS-YEARS-FACTOR
               MOVE WS-MATURITY-DATE TO WS-CVT-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               COMPUTE WS-DAYS-OUT = WS-CVT-SERIAL - WS-TODAY-SERIAL
           ELSE
               ADD 1 TO WS-NO-TERM-COUNT
               MOVE 0 TO WS-DAYS-OUT
           END-IF
           IF WS-DAYS-OUT < 0
               MOVE 0 TO WS-DAYS-OUT
           END-IF
           PERFORM SELECT-BUCKET
           MOVE 3 TO WS-FLOW-KIND
           MOVE ACCTM-BALANCE TO WS-FLOW-AMOUNT
           PERFORM ADD-LADDER-FLOW
           PERFORM FIND-ACCRUAL-ENTRY
           PERFORM FIND-TD-RATE
           COMPUTE WS-TD-INTEREST ROUNDED = WS-TD-INTEREST
               + ACCTM-BALANCE * WS-TD-RATE * WS-DAYS-OUT / 365
           MOVE 4 TO WS-FLOW-KIND
           MOVE WS-TD-INTEREST TO WS-FLOW-AMOUNT
           PERFORM ADD-LADDER-FLOW.

       FIND-TERM-ENTRY.
           MOVE "N" TO WS-TERM-FOUND-SW
           MOVE 0 TO WS-TERM-YEARS
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
                   OR TERM-FOUND
               IF WS-FDT-ACCT-NUM(WS-TERM-SUB) = ACCTM-NUM
                   MOVE WS-FDT-TERM-YEARS(WS-TERM-SUB)
                       TO WS-TERM-YEARS
                   MOVE "Y" TO WS-TERM-FOUND-SW
               END-IF
           END-PERFORM.

       FIND-ACCRUAL-ENTRY.
           MOVE "N" TO WS-ACR-FOUND-SW
           MOVE 0 TO WS-TD-INTEREST
           PERFORM VARYING WS-ACR-SUB FROM 1 BY 1
               UNTIL WS-ACR-SUB > WS-ACR-COUNT
                   OR ACCRUAL-FOUND
               IF WS-ACR-ACCT-NUM(WS-ACR-SUB) = ACCTM-NUM
                   MOVE WS-ACR-INTEREST(WS-ACR-SUB) TO WS-TD-INTEREST
                   MOVE "Y" TO WS-ACR-FOUND-SW
               END-IF
           END-PERFORM.

      *
      * The first TD row the balance, tenure and currency qualify
      * for, the INTEREST matching order; customer-type and override
      * refinements are left to the accrual run itself.
      *
       FIND-TD-RATE.
           MOVE 0 TO WS-TD-RATE
           MOVE "N" TO WS-RATE-FOUND-SW
           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
               UNTIL WS-RTE-SUB > WS-RATE-COUNT
                   OR RATE-FOUND
               IF ACCTM-BALANCE >= WS-RTE-MIN-BALANCE(WS-RTE-SUB)
                   AND ACCTM-TENURE-YEARS >=
                       WS-RTE-MIN-TENURE(WS-RTE-SUB)
                   AND (WS-RTE-CURRENCY(WS-RTE-SUB) = SPACES
                       OR WS-RTE-CURRENCY(WS-RTE-SUB) =
                           ACCTM-CURRENCY)
                   MOVE WS-RTE-RATE(WS-RTE-SUB) TO WS-TD-RATE
                   MOVE "Y" TO WS-RATE-FOUND-SW
               END-IF
           END-PERFORM.

      *
      * Each bucket takes its behavioural share, rounded; the
      * rounding residue and any share left unplaced go overnight.
      *
       LADDER-CASA-BALANCE.
           MOVE 5 TO WS-FLOW-KIND
           MOVE 0 TO WS-CASA-PLACED
           PERFORM FIND-BEHAVIOUR-ENTRY
           IF BEHAVIOUR-FOUND
               PERFORM LADDER-CASA-SHARE
                   VARYING WS-BKT-SUB FROM 2 BY 1
                   UNTIL WS-BKT-SUB > 7
           END-IF
           MOVE 1 TO WS-BKT-SUB
           COMPUTE WS-FLOW-AMOUNT = ACCTM-BALANCE - WS-CASA-PLACED
           PERFORM ADD-LADDER-FLOW.

       LADDER-CASA-SHARE.
           COMPUTE WS-CASA-SHARE ROUNDED =
               ACCTM-BALANCE * WS-BHV-PCT(WS-BHV-SUB WS-BKT-SUB)
           IF WS-CASA-PLACED + WS-CASA-SHARE > ACCTM-BALANCE
               COMPUTE WS-CASA-SHARE = ACCTM-BALANCE - WS-CASA-PLACED
           END-IF
           ADD WS-CASA-SHARE TO WS-CASA-PLACED
           MOVE WS-CASA-SHARE TO WS-FLOW-AMOUNT
           PERFORM ADD-LADDER-FLOW.

       FIND-BEHAVIOUR-ENTRY.
           MOVE "N" TO WS-BHV-FOUND-SW
           PERFORM VARYING WS-BHV-SUB FROM 1 BY 1
               UNTIL WS-BHV-SUB > WS-BHV-COUNT
                   OR BEHAVIOUR-FOUND
               IF WS-BHV-ACCT-TYPE(WS-BHV-SUB) = ACCTM-TYPE
                   MOVE "Y" TO WS-BHV-FOUND-SW
               END-IF
           END-PERFORM
           IF BEHAVIOUR-FOUND
               SUBTRACT 1 FROM WS-BHV-SUB
           END-IF.

       READ-INSTALLMENT.
           READ LOAN-SCHEDULE-FILE
               AT END MOVE "Y" TO WS-SCHD-EOF
           END-READ.

      *
      * Only installments still expected in the ordinary course are
      * laddered: paid and settled rows are gone, and past-due and
      * written-off rows are credit problems, not cash ALM can
      * count on.
      *
       LADDER-ONE-INSTALLMENT.
           IF LS-SCHEDULED OR LS-BILLED
               ADD 1 TO WS-INSTALLMENT-COUNT
               PERFORM FIND-LOAN-CURRENCY
               MOVE LS-DUE-DATE TO WS-CVT-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               COMPUTE WS-DAYS-OUT = WS-CVT-SERIAL - WS-TODAY-SERIAL
               PERFORM SELECT-BUCKET
               MOVE 1 TO WS-FLOW-KIND
               MOVE LS-PRINCIPAL-PART TO WS-FLOW-AMOUNT
               PERFORM ADD-LADDER-FLOW
               MOVE 2 TO WS-FLOW-KIND
               MOVE LS-INTEREST-PART TO WS-FLOW-AMOUNT
               PERFORM ADD-LADDER-FLOW
           END-IF
           PERFORM READ-INSTALLMENT.

       FIND-LOAN-CURRENCY.
           MOVE "IDR" TO WS-CURRENCY
           MOVE "N" TO WS-LOAN-FOUND-SW
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
                   OR LOAN-FOUND
               IF WS-LOAN-ACCT-NUM(WS-LOAN-SUB) = LS-ACCT-NUM
                   MOVE WS-LOAN-CURRENCY(WS-LOAN-SUB) TO WS-CURRENCY
                   MOVE "Y" TO WS-LOAN-FOUND-SW
               END-IF
           END-PERFORM.

      *
      * Anything due today, tomorrow or already overdue is
      * overnight; beyond the last limit is over a year.
      *
       SELECT-BUCKET.
           MOVE 7 TO WS-BKT-SUB
           PERFORM VARYING WS-FLW-SUB FROM 6 BY -1
               UNTIL WS-FLW-SUB < 1
               IF WS-DAYS-OUT NOT > WS-BUCKET-LIMIT(WS-FLW-SUB)
                   MOVE WS-FLW-SUB TO WS-BKT-SUB
               END-IF
           END-PERFORM.

       ADD-LADDER-FLOW.
           IF WS-FLOW-AMOUNT > 0
               PERFORM FIND-CURRENCY-ENTRY
               ADD WS-FLOW-AMOUNT
                   TO WS-CCY-FLOW(WS-CCY-SUB WS-BKT-SUB WS-FLOW-KIND)
           END-IF.

       FIND-CURRENCY-ENTRY.
           MOVE "N" TO WS-CCY-FOUND-SW
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
                   OR CURRENCY-FOUND
               IF WS-CCY-CODE(WS-CCY-SUB) = WS-CURRENCY
                   MOVE "Y" TO WS-CCY-FOUND-SW
               END-IF
           END-PERFORM
           IF CURRENCY-FOUND
               SUBTRACT 1 FROM WS-CCY-SUB
           ELSE
               IF WS-CCY-COUNT = 20
                   DISPLAY "LIQGAP: CURRENCY TABLE FULL - RAISE"
                       " OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-SUB
               INITIALIZE WS-CCY-ENTRY(WS-CCY-SUB)
               MOVE WS-CURRENCY TO WS-CCY-CODE(WS-CCY-SUB)
           END-IF.

      *
      * Per bucket, the flow lines that carry anything and then the
      * gap line: inflows less outflows, cumulated down the ladder.
      *
       REPORT-ONE-CURRENCY.
           MOVE 0 TO WS-CUMULATIVE-GAP
           PERFORM REPORT-ONE-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 7.

       REPORT-ONE-BUCKET.
           MOVE 0 TO WS-ASSETS
           MOVE 0 TO WS-LIABILITIES
           PERFORM REPORT-ONE-FLOW
               VARYING WS-FLW-SUB FROM 1 BY 1
               UNTIL WS-FLW-SUB > 5
           COMPUTE WS-GAP = WS-ASSETS - WS-LIABILITIES
           ADD WS-GAP TO WS-CUMULATIVE-GAP
           MOVE SPACES TO GAP-RPT-RECORD
           MOVE "G" TO GR-REC-TYPE
           MOVE WS-CCY-CODE(WS-CCY-SUB) TO GR-CURRENCY
           MOVE WS-BUCKET-NAME(WS-BKT-SUB) TO GR-BUCKET
           MOVE WS-ASSETS TO GR-ASSETS
           MOVE WS-LIABILITIES TO GR-LIABILITIES
           MOVE WS-GAP TO GR-GAP
           MOVE WS-CUMULATIVE-GAP TO GR-CUMULATIVE
           WRITE GAP-RPT-RECORD.

       REPORT-ONE-FLOW.
           IF WS-CCY-FLOW(WS-CCY-SUB WS-BKT-SUB WS-FLW-SUB) > 0
               MOVE SPACES TO GAP-RPT-RECORD
               MOVE "F" TO GR-REC-TYPE
               MOVE WS-CCY-CODE(WS-CCY-SUB) TO GR-CURRENCY
               MOVE WS-BUCKET-NAME(WS-BKT-SUB) TO GR-BUCKET
               MOVE WS-FLOW-NAME(WS-FLW-SUB) TO GR-FLOW-NAME
               MOVE WS-CCY-FLOW(WS-CCY-SUB WS-BKT-SUB WS-FLW-SUB)
                   TO GR-FLOW-AMOUNT
               IF WS-FLW-SUB < 3
                   MOVE "A" TO GR-FLOW-SIDE
                   ADD WS-CCY-FLOW(WS-CCY-SUB WS-BKT-SUB WS-FLW-SUB)
                       TO WS-ASSETS
               ELSE
                   MOVE "L" TO GR-FLOW-SIDE
                   ADD WS-CCY-FLOW(WS-CCY-SUB WS-BKT-SUB WS-FLW-SUB)
                       TO WS-LIABILITIES
               END-IF
               WRITE GAP-RPT-RECORD
           END-IF.

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

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "LIQGAP" TO SS-STEP-NAME
           MOVE WS-ACCOUNT-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
