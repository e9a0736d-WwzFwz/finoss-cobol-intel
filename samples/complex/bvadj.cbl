       IDENTIFICATION DIVISION.
       PROGRAM-ID. BVADJ.
      *
      * Back-value interest adjustment, run in DLYCHAIN straight
      * after EODSNAP.  A payment or inward clearing credit that
      * posts with a value date in the past moved money CALCINT and
      * ODINT had already accrued without, and the balance history
      * days between the value date and today still show the
      * balance as it was.  PAYMENT records each customer leg of
      * such a posting on the BVREG back-value register; this step
      * takes the day's rows, rebuilds every affected BALHIST day
      * from the value date forward onto BALHIST.NEW (the usual
      * handover), and reprices each rebuilt day twice -- on the
      * balance as it stood and on the balance as rebuilt.
      *
      * Credit interest prices at the account's rate from tonight's
      * CALCINT ACCRDTL schedule; debit interest on a checking
      * account prices the overdrawn portion the way ODINT does --
      * the INTRATES "OD" rate, with the ODIPARM penalty margin on
      * the excess over an ODLIMIT facility good on that day, or on
      * the whole amount when there is none -- both over 365.  The
      * difference is the adjustment: a signed credit-interest row
      * on INTADJ for INTCAP and a signed debit-interest row on
      * ODIADJ for ODINTCAP, each netted into the cycle-end posting
      * the original accrual rides.  A credit adjustment is
      * journaled tonight, the way CALCINT journals its accrual; a
      * debit adjustment is journaled when ODINTCAP charges it, the
      * way ODINT's accruals are.  BVADJRPT lists every adjusted
      * account with the old and new interest for the days rebuilt.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACK-VALUE-FILE ASSIGN TO "BVREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BV-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT BALANCE-HISTORY-OUT-FILE ASSIGN TO "BALHIST.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCRUAL-DETAIL-FILE ASSIGN TO "ACCRDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADT-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "INTRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ODI-PARM-FILE ASSIGN TO "ODIPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OD-LIMIT-FILE ASSIGN TO "ODLIMIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OD-FILE-STATUS.
           SELECT CREDIT-ADJUST-FILE ASSIGN TO "INTADJ"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DEBIT-ADJUST-FILE ASSIGN TO "ODIADJ"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ADJUST-RPT-FILE ASSIGN TO "BVADJRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACK-VALUE-FILE.
       COPY BVREG.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  BALANCE-HISTORY-OUT-FILE.
       01  BALANCE-HISTORY-OUT-RECORD.
           05  BHO-ACCT-NUM         PIC X(12).
           05  BHO-BUSINESS-DATE    PIC 9(08).
           05  BHO-BALANCE          PIC 9(09)V99.
           05  BHO-OVERDRAWN        PIC 9(09)V99.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

      *
      * CALCINT's per-account schedule; only the monthly rows (a
      * non-zero AD-MONTH) are wanted, for the rate they carry.
      *
       FD  ACCRUAL-DETAIL-FILE.
       01  ACCRUAL-DETAIL-RECORD.
           05  AD-ACCT-NUM          PIC X(12).
           05  AD-MONTH             PIC 9(02).
           05  AD-RATE              PIC 9V9(04).
           05  AD-AMOUNT            PIC 9(09)V99.
           05  AD-BAND              PIC 9(02).
           05  AD-BAND-BASE         PIC 9(09)V99.

       FD  RATE-TABLE-FILE.
       COPY RATETBL.

       FD  ODI-PARM-FILE.
       01  ODI-PARM-RECORD.
           05  ODP-PENALTY-MARGIN   PIC 9V9(04).

       FD  OD-LIMIT-FILE.
       COPY ODLIMIT.

       FD  CREDIT-ADJUST-FILE.
       COPY INTADJ.

       FD  DEBIT-ADJUST-FILE.
       01  DEBIT-ADJUST-RECORD.
           05  DA-ACCT-NUM          PIC X(12).
           05  DA-CUST-ID           PIC 9(08).
           05  DA-VALUE-DATE        PIC 9(08).
           05  DA-POSTED-DATE       PIC 9(08).
           05  DA-AMOUNT            PIC S9(09)V99.

      *
      * One line per adjusted account and interest kind: the
      * earliest value date behind it, the history days rebuilt,
      * and the interest for those days before and after.
      *
       FD  ADJUST-RPT-FILE.
       01  ADJUST-RPT-RECORD.
           05  BR-ACCT-NUM          PIC X(12).
           05  FILLER               PIC X(02).
           05  BR-VALUE-DATE        PIC 9(08).
           05  FILLER               PIC X(02).
           05  BR-DAYS              PIC ZZZ9.
           05  FILLER               PIC X(02).
           05  BR-KIND              PIC X(06).
           05  FILLER               PIC X(02).
           05  BR-OLD-INTEREST      PIC Z(08)9.99.
           05  FILLER               PIC X(02).
           05  BR-NEW-INTEREST      PIC Z(08)9.99.
           05  FILLER               PIC X(02).
           05  BR-ADJUSTMENT        PIC -Z(08)9.99.

      *
      * One-line handoff of this step's processed count for DLYCHAIN
      * to carry onto the run-control history.
      *
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-BV-FILE-STATUS        PIC X(2).
       01  WS-HIST-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ADT-FILE-STATUS       PIC X(2).
       01  WS-RATE-FILE-STATUS      PIC X(2).
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-OD-FILE-STATUS        PIC X(2).
       01  WS-BV-EOF                PIC X(1) VALUE "N".
           88  END-OF-BACK-VALUES   VALUE "Y".
       01  WS-HIST-EOF              PIC X(1) VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".
       01  WS-ADT-EOF               PIC X(1) VALUE "N".
           88  END-OF-ACCRUAL-DETAIL VALUE "Y".
       01  WS-RATE-EOF              PIC X(1) VALUE "N".
           88  END-OF-RATES         VALUE "Y".
       01  WS-OD-EOF                PIC X(1) VALUE "N".
           88  END-OF-OD-LIMITS     VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-POSTING-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DAYS-REBUILT          PIC 9(7) COMP VALUE 0.
       01  WS-ADJUSTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-NO-HISTORY-COUNT      PIC 9(7) COMP VALUE 0.
      *
      * Today's back-valued legs, each a signed movement from its
      * value date: a credit adds to the balance, a debit takes
      * away.
      *
       01  WS-PST-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-PST-TABLE.
           05  WS-PST-ENTRY OCCURS 2000 TIMES.
               10  WS-PST-ACCOUNT   PIC X(10).
               10  WS-PST-DELTA     PIC S9(09)V99.
               10  WS-PST-VALUE-DATE PIC 9(08).
       01  WS-PST-SUB               PIC 9(4) COMP VALUE 0.
      *
      * One slot per account the legs touch.  The master details are
      * resolved on the account's first history row, since the legs
      * carry the 10-character instruction width and the master key
      * is the full 12.
      *
       01  WS-ADJ-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 1000 TIMES.
               10  WS-ADJ-ACCOUNT   PIC X(10).
               10  WS-ADJ-VALUE-DATE PIC 9(08).
               10  WS-ADJ-RESOLVED-SW PIC X(01).
               10  WS-ADJ-ACCT-NUM  PIC X(12).
               10  WS-ADJ-CUST-ID   PIC 9(08).
               10  WS-ADJ-TYPE      PIC X(02).
               10  WS-ADJ-CR-RATE   PIC 9V9(04).
               10  WS-ADJ-OD-RATE   PIC 9V9(04).
               10  WS-ADJ-OD-RATE-SW PIC X(01).
               10  WS-ADJ-DAYS      PIC 9(05) COMP.
               10  WS-ADJ-OLD-CR    PIC 9(09)V99.
               10  WS-ADJ-NEW-CR    PIC 9(09)V99.
               10  WS-ADJ-OLD-DR    PIC 9(09)V99.
               10  WS-ADJ-NEW-DR    PIC 9(09)V99.
       01  WS-ADJ-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ADJ-FOUND-SW          PIC X(1).
           88  ADJ-SLOT-FOUND       VALUE "Y".
       01  WS-LOOKUP-ACCOUNT        PIC X(10).
      *
      * ODINT's pricing inputs: the "OD" rate rows, the penalty
      * margin, and the facilities.
      *
       01  WS-PENALTY-MARGIN        PIC 9V9(04) VALUE 0.0200.
       01  WS-RATE-TABLE-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RT-CURRENCY   PIC X(03).
               10  WS-RT-CUST-TYPE  PIC X(01).
               10  WS-RT-RATE       PIC 9V9(04).
       01  WS-RATE-FOUND-SW         PIC X(1).
           88  RATE-FOUND           VALUE "Y".
       01  WS-CUST-TYPE             PIC X(01).
       01  WS-OD-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-OD-TABLE.
           05  WS-ODL-ENTRY OCCURS 1000 TIMES.
               10  WS-ODL-ACCOUNT   PIC X(10).
               10  WS-ODL-LIMIT     PIC 9(09)V99.
               10  WS-ODL-EXPIRY    PIC 9(08).
       01  WS-ODL-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-FACILITY-LIMIT        PIC 9(09)V99.
       01  WS-FACILITY-GOOD-SW      PIC X(1).
           88  FACILITY-GOOD        VALUE "Y".
      *
      * One history day's repricing.
      *
       01  WS-DAY-DELTA             PIC S9(09)V99.
       01  WS-OLD-OVERDRAWN         PIC 9(09)V99.
       01  WS-OLD-SIGNED            PIC S9(09)V99.
       01  WS-NEW-SIGNED            PIC S9(09)V99.
       01  WS-PRICE-BALANCE         PIC S9(09)V99.
       01  WS-OVERDRAWN-AMOUNT      PIC 9(09)V99.
       01  WS-EXCESS-AMOUNT         PIC 9(09)V99.
       01  WS-WITHIN-AMOUNT         PIC 9(09)V99.
       01  WS-PENALTY-RATE          PIC 9V9(04).
       01  WS-DAY-CREDIT-INT        PIC 9(09)V99.
       01  WS-DAY-DEBIT-INT         PIC 9(09)V99.
       01  WS-CREDIT-DIFF           PIC S9(09)V99.
       01  WS-DEBIT-DIFF            PIC S9(09)V99.
      *
      * A credit adjustment is journaled like CALCINT's accrual:
      * interest expense against the customer, the legs swapped
      * when the adjustment gives interest back.
      *
       01  WS-GL-INTEREST-EXPENSE-ACCT PIC 9(8) VALUE 88888888.
       01  WS-GL-CUSTOMER-ACCT      PIC 9(8).
       01  WS-GL-TRANS-TYPE         PIC X(4) VALUE "INT ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-BACK-VALUE-POSTINGS
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "BVADJ: NO BALANCE HISTORY, NOTHING TO REBUILD"
               PERFORM WRITE-STEP-STAT
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CREDIT-RATES
           PERFORM LOAD-PENALTY-PARM
           PERFORM LOAD-OD-RATE-TABLE
           PERFORM LOAD-OD-LIMIT-TABLE
           OPEN OUTPUT BALANCE-HISTORY-OUT-FILE
           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM READ-BALANCE-HISTORY
           PERFORM REBUILD-ONE-HISTORY-ROW UNTIL END-OF-HISTORY
           CLOSE BALANCE-HISTORY-FILE BALANCE-HISTORY-OUT-FILE
               ACCT-MASTER-FILE CUSTOMER-MASTER-FILE
           OPEN EXTEND CREDIT-ADJUST-FILE
           OPEN EXTEND DEBIT-ADJUST-FILE
           OPEN OUTPUT ADJUST-RPT-FILE
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               PERFORM WRITE-ACCOUNT-ADJUSTMENTS
           END-PERFORM
           CLOSE CREDIT-ADJUST-FILE DEBIT-ADJUST-FILE
               ADJUST-RPT-FILE
           DISPLAY "BVADJ: BACK-VALUED LEGS     " WS-POSTING-COUNT
           DISPLAY "BVADJ: HISTORY DAYS REBUILT " WS-DAYS-REBUILT
           DISPLAY "BVADJ: ACCOUNTS ADJUSTED    " WS-ADJUSTED-COUNT
           DISPLAY "BVADJ: ACCOUNTS NO HISTORY  " WS-NO-HISTORY-COUNT
           PERFORM WRITE-STEP-STAT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *
      * Only legs that posted today are taken; earlier nights' rows
      * were rebuilt by earlier runs.  A missing register means
      * nothing was back-valued, and the history still passes
      * through to BALHIST.NEW unchanged for the handover.
      *
       LOAD-BACK-VALUE-POSTINGS.
           OPEN INPUT BACK-VALUE-FILE
           IF WS-BV-FILE-STATUS = "00"
               PERFORM READ-BACK-VALUE
               PERFORM STORE-BACK-VALUE-ENTRY UNTIL END-OF-BACK-VALUES
               CLOSE BACK-VALUE-FILE
           END-IF.

       READ-BACK-VALUE.
           READ BACK-VALUE-FILE
               AT END MOVE "Y" TO WS-BV-EOF
           END-READ.

       STORE-BACK-VALUE-ENTRY.
           IF BV-POSTED-DATE = WS-TODAY
               AND BV-VALUE-DATE < WS-TODAY
               IF WS-PST-COUNT = 2000
                   DISPLAY "BVADJ: POSTING TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PST-COUNT
               ADD 1 TO WS-POSTING-COUNT
               MOVE BV-ACCOUNT TO WS-PST-ACCOUNT(WS-PST-COUNT)
               MOVE BV-VALUE-DATE TO WS-PST-VALUE-DATE(WS-PST-COUNT)
               IF BV-DEBIT-LEG
                   COMPUTE WS-PST-DELTA(WS-PST-COUNT) = 0 - BV-AMOUNT
               ELSE
                   MOVE BV-AMOUNT TO WS-PST-DELTA(WS-PST-COUNT)
               END-IF
               PERFORM FIND-OR-ADD-ADJ-SLOT
           END-IF
           PERFORM READ-BACK-VALUE.

       FIND-OR-ADD-ADJ-SLOT.
           MOVE BV-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-ADJ-SLOT
           IF NOT ADJ-SLOT-FOUND
               IF WS-ADJ-COUNT = 1000
                   DISPLAY "BVADJ: ACCOUNT TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ADJ-COUNT
               MOVE WS-ADJ-COUNT TO WS-ADJ-SUB
               MOVE BV-ACCOUNT TO WS-ADJ-ACCOUNT(WS-ADJ-SUB)
               MOVE BV-VALUE-DATE TO WS-ADJ-VALUE-DATE(WS-ADJ-SUB)
               MOVE "N" TO WS-ADJ-RESOLVED-SW(WS-ADJ-SUB)
               MOVE SPACES TO WS-ADJ-ACCT-NUM(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-CUST-ID(WS-ADJ-SUB)
               MOVE SPACES TO WS-ADJ-TYPE(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-CR-RATE(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-OD-RATE(WS-ADJ-SUB)
               MOVE "N" TO WS-ADJ-OD-RATE-SW(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-DAYS(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-OLD-CR(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-NEW-CR(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-OLD-DR(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-NEW-DR(WS-ADJ-SUB)
           END-IF
           IF BV-VALUE-DATE < WS-ADJ-VALUE-DATE(WS-ADJ-SUB)
               MOVE BV-VALUE-DATE TO WS-ADJ-VALUE-DATE(WS-ADJ-SUB)
           END-IF.

       FIND-ADJ-SLOT.
           MOVE "N" TO WS-ADJ-FOUND-SW
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                   OR ADJ-SLOT-FOUND
               IF WS-ADJ-ACCOUNT(WS-ADJ-SUB) = WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-ADJ-FOUND-SW
               END-IF
           END-PERFORM
           IF ADJ-SLOT-FOUND
               SUBTRACT 1 FROM WS-ADJ-SUB
           END-IF.

      *
      * Every monthly row of an account's schedule carries the rate
      * CALCINT priced it at tonight; the first one found is kept.
      * An account with no schedule row earns no credit interest
      * here, exactly as CALCINT would have paid it none.
      *
       LOAD-CREDIT-RATES.
           OPEN INPUT ACCRUAL-DETAIL-FILE
           IF WS-ADT-FILE-STATUS = "00"
               PERFORM READ-ACCRUAL-DETAIL
               PERFORM NOTE-CREDIT-RATE UNTIL END-OF-ACCRUAL-DETAIL
               CLOSE ACCRUAL-DETAIL-FILE
           END-IF.

       READ-ACCRUAL-DETAIL.
           READ ACCRUAL-DETAIL-FILE
               AT END MOVE "Y" TO WS-ADT-EOF
           END-READ.

       NOTE-CREDIT-RATE.
           IF AD-MONTH NOT = 0
               MOVE AD-ACCT-NUM(3:10) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ADJ-SLOT
               IF ADJ-SLOT-FOUND
                   AND WS-ADJ-CR-RATE(WS-ADJ-SUB) = 0
                   MOVE AD-RATE TO WS-ADJ-CR-RATE(WS-ADJ-SUB)
               END-IF
           END-IF
           PERFORM READ-ACCRUAL-DETAIL.

       LOAD-PENALTY-PARM.
           OPEN INPUT ODI-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ ODI-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ODP-PENALTY-MARGIN NUMERIC
                           MOVE ODP-PENALTY-MARGIN
                               TO WS-PENALTY-MARGIN
                       END-IF
               END-READ
               CLOSE ODI-PARM-FILE
           END-IF.

       LOAD-OD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               PERFORM READ-RATE-ROW
               PERFORM STORE-RATE-ENTRY UNTIL END-OF-RATES
               CLOSE RATE-TABLE-FILE
           END-IF.

       READ-RATE-ROW.
           READ RATE-TABLE-FILE
               AT END MOVE "Y" TO WS-RATE-EOF
           END-READ.

       STORE-RATE-ENTRY.
           IF RT-ACCOUNT-TYPE = "OD"
               ADD 1 TO WS-RATE-TABLE-COUNT
               SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT
               MOVE RT-CURRENCY TO WS-RT-CURRENCY(WS-RATE-IDX)
               MOVE RT-CUST-TYPE TO WS-RT-CUST-TYPE(WS-RATE-IDX)
               MOVE RT-RATE TO WS-RT-RATE(WS-RATE-IDX)
           END-IF
           PERFORM READ-RATE-ROW.

       LOAD-OD-LIMIT-TABLE.
           OPEN INPUT OD-LIMIT-FILE
           IF WS-OD-FILE-STATUS = "00"
               PERFORM READ-OD-LIMIT
               PERFORM STORE-OD-ENTRY UNTIL END-OF-OD-LIMITS
               CLOSE OD-LIMIT-FILE
           END-IF.

       READ-OD-LIMIT.
           READ OD-LIMIT-FILE
               AT END MOVE "Y" TO WS-OD-EOF
           END-READ.

       STORE-OD-ENTRY.
           IF WS-OD-COUNT = 1000
               DISPLAY "BVADJ: LIMIT TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OD-COUNT
           MOVE OD-ACCOUNT TO WS-ODL-ACCOUNT(WS-OD-COUNT)
           MOVE OD-LIMIT TO WS-ODL-LIMIT(WS-OD-COUNT)
           MOVE OD-EXPIRY-DATE TO WS-ODL-EXPIRY(WS-OD-COUNT)
           PERFORM READ-OD-LIMIT.

       READ-BALANCE-HISTORY.
           READ BALANCE-HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.

      *
      * Every row passes through to BALHIST.NEW; a row for a touched
      * account dated on or after a leg's value date and before
      * today -- tonight's EODSNAP row already carries the posting --
      * is rebuilt and repriced.
      *
       REBUILD-ONE-HISTORY-ROW.
           MOVE BALANCE-HISTORY-RECORD TO BALANCE-HISTORY-OUT-RECORD
           IF BH-BUSINESS-DATE < WS-TODAY
               MOVE BH-ACCT-NUM(3:10) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ADJ-SLOT
               IF ADJ-SLOT-FOUND
                   PERFORM COMPUTE-DAY-DELTA
                   IF WS-DAY-DELTA NOT = 0
                       PERFORM REPRICE-HISTORY-DAY
                   END-IF
               END-IF
           END-IF
           WRITE BALANCE-HISTORY-OUT-RECORD
           PERFORM READ-BALANCE-HISTORY.

       COMPUTE-DAY-DELTA.
           MOVE 0 TO WS-DAY-DELTA
           PERFORM VARYING WS-PST-SUB FROM 1 BY 1
               UNTIL WS-PST-SUB > WS-PST-COUNT
               IF WS-PST-ACCOUNT(WS-PST-SUB) =
                       WS-ADJ-ACCOUNT(WS-ADJ-SUB)
                   AND WS-PST-VALUE-DATE(WS-PST-SUB)
                       NOT > BH-BUSINESS-DATE
                   ADD WS-PST-DELTA(WS-PST-SUB) TO WS-DAY-DELTA
               END-IF
           END-PERFORM.

      *
      * The day's signed balance is the snapshot less what it sat
      * overdrawn; it is priced as it stood and as rebuilt, and the
      * rebuilt figure goes back on the row split the same way.
      *
       REPRICE-HISTORY-DAY.
           IF WS-ADJ-RESOLVED-SW(WS-ADJ-SUB) = "N"
               PERFORM RESOLVE-ADJUST-ACCOUNT
           END-IF
           ADD 1 TO WS-ADJ-DAYS(WS-ADJ-SUB)
           ADD 1 TO WS-DAYS-REBUILT
           MOVE 0 TO WS-OLD-OVERDRAWN
           IF BH-OVERDRAWN NUMERIC
               MOVE BH-OVERDRAWN TO WS-OLD-OVERDRAWN
           END-IF
           COMPUTE WS-OLD-SIGNED = BH-BALANCE - WS-OLD-OVERDRAWN
           COMPUTE WS-NEW-SIGNED = WS-OLD-SIGNED + WS-DAY-DELTA
           MOVE WS-OLD-SIGNED TO WS-PRICE-BALANCE
           PERFORM PRICE-ONE-DAY
           ADD WS-DAY-CREDIT-INT TO WS-ADJ-OLD-CR(WS-ADJ-SUB)
           ADD WS-DAY-DEBIT-INT TO WS-ADJ-OLD-DR(WS-ADJ-SUB)
           MOVE WS-NEW-SIGNED TO WS-PRICE-BALANCE
           PERFORM PRICE-ONE-DAY
           ADD WS-DAY-CREDIT-INT TO WS-ADJ-NEW-CR(WS-ADJ-SUB)
           ADD WS-DAY-DEBIT-INT TO WS-ADJ-NEW-DR(WS-ADJ-SUB)
           IF WS-NEW-SIGNED < 0
               MOVE 0 TO BHO-BALANCE
               COMPUTE BHO-OVERDRAWN = 0 - WS-NEW-SIGNED
           ELSE
               MOVE WS-NEW-SIGNED TO BHO-BALANCE
               MOVE 0 TO BHO-OVERDRAWN
           END-IF.

      *
      * The history row's full key finds the master record; the
      * customer type and currency pick the "OD" rate row the same
      * way ODINT's lookup does.
      *
       RESOLVE-ADJUST-ACCOUNT.
           MOVE "Y" TO WS-ADJ-RESOLVED-SW(WS-ADJ-SUB)
           MOVE BH-ACCT-NUM TO WS-ADJ-ACCT-NUM(WS-ADJ-SUB)
           MOVE BH-ACCT-NUM TO ACCTM-NUM
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE BH-ACCT-NUM(5:8) TO WS-ADJ-CUST-ID(WS-ADJ-SUB)
               NOT INVALID KEY
                   MOVE ACCTM-CUST-ID TO WS-ADJ-CUST-ID(WS-ADJ-SUB)
                   MOVE ACCTM-TYPE TO WS-ADJ-TYPE(WS-ADJ-SUB)
                   IF ACCTM-TYPE = "CA"
                       PERFORM FIND-OD-RATE
                   END-IF
           END-READ.

       FIND-OD-RATE.
           MOVE "I" TO WS-CUST-TYPE
           MOVE ACCTM-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-CORPORATE
                       MOVE "C" TO WS-CUST-TYPE
                   END-IF
           END-READ
           MOVE "N" TO WS-RATE-FOUND-SW
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT
                   OR RATE-FOUND
               IF (WS-RT-CURRENCY(WS-RATE-IDX) = SPACES
                   OR WS-RT-CURRENCY(WS-RATE-IDX) = ACCTM-CURRENCY)
                   AND (WS-RT-CUST-TYPE(WS-RATE-IDX) = SPACES
                   OR WS-RT-CUST-TYPE(WS-RATE-IDX) = WS-CUST-TYPE)
                   MOVE WS-RT-RATE(WS-RATE-IDX)
                       TO WS-ADJ-OD-RATE(WS-ADJ-SUB)
                   MOVE "Y" TO WS-RATE-FOUND-SW
                   MOVE "Y" TO WS-ADJ-OD-RATE-SW(WS-ADJ-SUB)
               END-IF
           END-PERFORM.

      *
      * A positive balance earns the account's credit rate; a
      * negative one on a checking account with an "OD" rate costs
      * ODINT's debit interest for the day.
      *
       PRICE-ONE-DAY.
           MOVE 0 TO WS-DAY-CREDIT-INT
           MOVE 0 TO WS-DAY-DEBIT-INT
           IF WS-PRICE-BALANCE > 0
               COMPUTE WS-DAY-CREDIT-INT ROUNDED =
                   WS-PRICE-BALANCE * WS-ADJ-CR-RATE(WS-ADJ-SUB)
                   / 365
           END-IF
           IF WS-PRICE-BALANCE < 0
               AND WS-ADJ-OD-RATE-SW(WS-ADJ-SUB) = "Y"
               PERFORM PRICE-OVERDRAWN-DAY
           END-IF.

       PRICE-OVERDRAWN-DAY.
           COMPUTE WS-OVERDRAWN-AMOUNT = 0 - WS-PRICE-BALANCE
           PERFORM FIND-OD-FACILITY
           IF FACILITY-GOOD
               IF WS-OVERDRAWN-AMOUNT > WS-FACILITY-LIMIT
                   MOVE WS-FACILITY-LIMIT TO WS-WITHIN-AMOUNT
                   COMPUTE WS-EXCESS-AMOUNT =
                       WS-OVERDRAWN-AMOUNT - WS-FACILITY-LIMIT
               ELSE
                   MOVE WS-OVERDRAWN-AMOUNT TO WS-WITHIN-AMOUNT
                   MOVE 0 TO WS-EXCESS-AMOUNT
               END-IF
           ELSE
               MOVE 0 TO WS-WITHIN-AMOUNT
               MOVE WS-OVERDRAWN-AMOUNT TO WS-EXCESS-AMOUNT
           END-IF
           COMPUTE WS-PENALTY-RATE =
               WS-ADJ-OD-RATE(WS-ADJ-SUB) + WS-PENALTY-MARGIN
           COMPUTE WS-DAY-DEBIT-INT ROUNDED =
               (WS-WITHIN-AMOUNT * WS-ADJ-OD-RATE(WS-ADJ-SUB) / 365)
               + (WS-EXCESS-AMOUNT * WS-PENALTY-RATE / 365).

      *
      * The facility has to have been good on the history day being
      * priced, not merely tonight.
      *
       FIND-OD-FACILITY.
           MOVE "N" TO WS-FACILITY-GOOD-SW
           MOVE 0 TO WS-FACILITY-LIMIT
           PERFORM VARYING WS-ODL-SUB FROM 1 BY 1
               UNTIL WS-ODL-SUB > WS-OD-COUNT
               IF WS-ODL-ACCOUNT(WS-ODL-SUB) =
                       WS-ADJ-ACCOUNT(WS-ADJ-SUB)
                   AND (WS-ODL-EXPIRY(WS-ODL-SUB) = 0
                       OR WS-ODL-EXPIRY(WS-ODL-SUB)
                           NOT < BH-BUSINESS-DATE)
                   MOVE WS-ODL-LIMIT(WS-ODL-SUB)
                       TO WS-FACILITY-LIMIT
                   MOVE "Y" TO WS-FACILITY-GOOD-SW
               END-IF
           END-PERFORM.

      *
      * An account whose legs found no history -- the clearing
      * settlement account, a house account -- has no accrual to
      * correct and is only counted.
      *
       WRITE-ACCOUNT-ADJUSTMENTS.
           IF WS-ADJ-RESOLVED-SW(WS-ADJ-SUB) = "N"
               ADD 1 TO WS-NO-HISTORY-COUNT
           ELSE
               COMPUTE WS-CREDIT-DIFF = WS-ADJ-NEW-CR(WS-ADJ-SUB)
                   - WS-ADJ-OLD-CR(WS-ADJ-SUB)
               COMPUTE WS-DEBIT-DIFF = WS-ADJ-NEW-DR(WS-ADJ-SUB)
                   - WS-ADJ-OLD-DR(WS-ADJ-SUB)
               IF WS-CREDIT-DIFF NOT = 0
                   PERFORM WRITE-CREDIT-ADJUSTMENT
               END-IF
               IF WS-DEBIT-DIFF NOT = 0
                   PERFORM WRITE-DEBIT-ADJUSTMENT
               END-IF
               IF WS-CREDIT-DIFF NOT = 0 OR WS-DEBIT-DIFF NOT = 0
                   ADD 1 TO WS-ADJUSTED-COUNT
               END-IF
           END-IF.

       WRITE-CREDIT-ADJUSTMENT.
           MOVE WS-ADJ-ACCT-NUM(WS-ADJ-SUB) TO IA-ACCT-NUM
           MOVE WS-ADJ-CUST-ID(WS-ADJ-SUB) TO IA-CUST-ID
           MOVE WS-ADJ-VALUE-DATE(WS-ADJ-SUB) TO IA-VALUE-DATE
           MOVE WS-TODAY TO IA-POSTED-DATE
           MOVE WS-CREDIT-DIFF TO IA-AMOUNT
           WRITE INTEREST-ADJUST-RECORD
           PERFORM POST-CREDIT-ADJUSTMENT-TO-GL
           PERFORM WRITE-REPORT-LINE
           MOVE "CREDIT" TO BR-KIND
           MOVE WS-ADJ-OLD-CR(WS-ADJ-SUB) TO BR-OLD-INTEREST
           MOVE WS-ADJ-NEW-CR(WS-ADJ-SUB) TO BR-NEW-INTEREST
           MOVE WS-CREDIT-DIFF TO BR-ADJUSTMENT
           WRITE ADJUST-RPT-RECORD.

       WRITE-DEBIT-ADJUSTMENT.
           MOVE WS-ADJ-ACCT-NUM(WS-ADJ-SUB) TO DA-ACCT-NUM
           MOVE WS-ADJ-CUST-ID(WS-ADJ-SUB) TO DA-CUST-ID
           MOVE WS-ADJ-VALUE-DATE(WS-ADJ-SUB) TO DA-VALUE-DATE
           MOVE WS-TODAY TO DA-POSTED-DATE
           MOVE WS-DEBIT-DIFF TO DA-AMOUNT
           WRITE DEBIT-ADJUST-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "DEBIT" TO BR-KIND
           MOVE WS-ADJ-OLD-DR(WS-ADJ-SUB) TO BR-OLD-INTEREST
           MOVE WS-ADJ-NEW-DR(WS-ADJ-SUB) TO BR-NEW-INTEREST
           MOVE WS-DEBIT-DIFF TO BR-ADJUSTMENT
           WRITE ADJUST-RPT-RECORD.

       POST-CREDIT-ADJUSTMENT-TO-GL.
           CALL "TRXNUM" USING WS-TRX-REF
           MOVE WS-ADJ-ACCT-NUM(WS-ADJ-SUB)(5:8)
               TO WS-GL-CUSTOMER-ACCT
           IF WS-CREDIT-DIFF > 0
               MOVE WS-CREDIT-DIFF TO WS-GL-AMOUNT
               CALL "GLPOST" USING WS-GL-INTEREST-EXPENSE-ACCT
                   WS-GL-CUSTOMER-ACCT WS-GL-AMOUNT
                   WS-GL-TRANS-TYPE WS-TRX-REF
           ELSE
               COMPUTE WS-GL-AMOUNT = 0 - WS-CREDIT-DIFF
               CALL "GLPOST" USING WS-GL-CUSTOMER-ACCT
                   WS-GL-INTEREST-EXPENSE-ACCT WS-GL-AMOUNT
                   WS-GL-TRANS-TYPE WS-TRX-REF
           END-IF.

       WRITE-REPORT-LINE.
           MOVE SPACES TO ADJUST-RPT-RECORD
           MOVE WS-ADJ-ACCT-NUM(WS-ADJ-SUB) TO BR-ACCT-NUM
           MOVE WS-ADJ-VALUE-DATE(WS-ADJ-SUB) TO BR-VALUE-DATE
           MOVE WS-ADJ-DAYS(WS-ADJ-SUB) TO BR-DAYS.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "BVADJ" TO SS-STEP-NAME
           MOVE WS-ADJUSTED-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
