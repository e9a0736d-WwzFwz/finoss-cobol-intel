      * longer on the master carry forward to ODACCR.NEW (the usual
      * handover) and land on the ODCAPRPT report, so accrued money
      * with nowhere to go is surfaced, not silently dropped.
      *
      * BVADJ's back-value debit-interest adjustments on ODIADJ net
      * into the same charge, up or down.  An adjustment the cycle's
      * accruals cannot absorb, or one for an account no longer on
      * the master, carries to ODIADJ.NEW the same way.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-ACR-FILE-STATUS.
           SELECT OD-ACCRUAL-OUT-FILE ASSIGN TO "ODACCR.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DEBIT-ADJUST-FILE ASSIGN TO "ODIADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT DEBIT-ADJUST-OUT-FILE ASSIGN TO "ODIADJ.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
           05  ODO-ACCRUAL-DATE     PIC 9(08).
           05  ODO-INTEREST         PIC 9(09)V99.

       FD  DEBIT-ADJUST-FILE.
       COPY INTADJ.

       FD  DEBIT-ADJUST-OUT-FILE.
       01  DEBIT-ADJUST-OUT-RECORD.
           05  IAO-ACCT-NUM         PIC X(12).
           05  IAO-CUST-ID          PIC 9(08).
           05  IAO-VALUE-DATE       PIC 9(08).
           05  IAO-POSTED-DATE      PIC 9(08).
           05  IAO-AMOUNT           PIC S9(09)V99.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       WORKING-STORAGE SECTION.
       01  WS-ACR-FILE-STATUS       PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ADJ-FILE-STATUS       PIC X(2).
       01  WS-ADJ-EOF               PIC X(1) VALUE "N".
           88  END-OF-ADJUSTMENTS   VALUE "Y".
       01  WS-ACR-EOF               PIC X(1) VALUE "N".
           88  END-OF-ACCRUALS      VALUE "Y".
       01  WS-ACCT-EOF              PIC X(1) VALUE "N".
       01  WS-CARRIED-COUNT         PIC 9(7) COMP VALUE 0.
      *
      * The cycle's accruals summed per account in memory, each
      * slot consumed when its account is charged.  Back-value
      * adjustments sum alongside, signed, under the earliest value
      * date behind them.
      *
       01  WS-SUM-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-SUM-TABLE.
               10  WS-SUM-ACCT-NUM  PIC X(12).
               10  WS-SUM-CUST-ID   PIC 9(08).
               10  WS-SUM-INTEREST  PIC 9(09)V99.
               10  WS-SUM-ADJUST    PIC S9(09)V99.
               10  WS-SUM-VALUE-DATE PIC 9(08).
               10  WS-SUM-USED-SW   PIC X(01).
       01  WS-SUM-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-SUM-FOUND-SW          PIC X(1).
           88  SUM-SLOT-FOUND       VALUE "Y".
       01  WS-LOOKUP-ACCT-NUM       PIC X(12).
       01  WS-LOOKUP-CUST-ID        PIC 9(08).
       01  WS-CHARGE-SIGNED         PIC S9(09)V99.
       01  WS-CARRY-AMOUNT          PIC S9(09)V99.
       01  WS-CHARGE-AMOUNT         PIC 9(09)V99.
       01  WS-CHARGE-OUTCOME        PIC X(40).
       01  WS-GL-CUSTOMER-ACCT      PIC 9(8).
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-ACCRUAL-SUMS
           PERFORM LOAD-ADJUST-SUMS
           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN OUTPUT CAP-RPT-FILE
           OPEN OUTPUT OD-ACCRUAL-OUT-FILE
           OPEN OUTPUT DEBIT-ADJUST-OUT-FILE
           PERFORM READ-ACCOUNT
           PERFORM CHARGE-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS
           PERFORM CARRY-LEFTOVER-ACCRUALS
           CLOSE ACCT-MASTER-FILE CUSTOMER-MASTER-FILE
               CAP-RPT-FILE OD-ACCRUAL-OUT-FILE DEBIT-ADJUST-OUT-FILE
           DISPLAY "ODINTCAP: ACCOUNTS CHARGED  " WS-CHARGED-COUNT
           DISPLAY "ODINTCAP: ACCRUALS CARRIED  " WS-CARRIED-COUNT
           PERFORM WRITE-STEP-STAT
           END-READ.

       SUM-ACCRUAL-ROW.
           MOVE ODA-ACCT-NUM TO WS-LOOKUP-ACCT-NUM
           MOVE ODA-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM FIND-OR-ADD-SUM-SLOT
           ADD ODA-INTEREST TO WS-SUM-INTEREST(WS-SUM-SUB)
           PERFORM READ-ACCRUAL.

       LOAD-ADJUST-SUMS.
           OPEN INPUT DEBIT-ADJUST-FILE
           IF WS-ADJ-FILE-STATUS = "00"
               PERFORM READ-ADJUSTMENT
               PERFORM SUM-ADJUSTMENT-ROW UNTIL END-OF-ADJUSTMENTS
               CLOSE DEBIT-ADJUST-FILE
           END-IF.

       READ-ADJUSTMENT.
           READ DEBIT-ADJUST-FILE
               AT END MOVE "Y" TO WS-ADJ-EOF
           END-READ.

       SUM-ADJUSTMENT-ROW.
           MOVE IA-ACCT-NUM TO WS-LOOKUP-ACCT-NUM
           MOVE IA-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM FIND-OR-ADD-SUM-SLOT
           ADD IA-AMOUNT TO WS-SUM-ADJUST(WS-SUM-SUB)
           IF WS-SUM-VALUE-DATE(WS-SUM-SUB) = 0
               OR IA-VALUE-DATE < WS-SUM-VALUE-DATE(WS-SUM-SUB)
               MOVE IA-VALUE-DATE TO WS-SUM-VALUE-DATE(WS-SUM-SUB)
           END-IF
           PERFORM READ-ADJUSTMENT.

       FIND-OR-ADD-SUM-SLOT.
           MOVE "N" TO WS-SUM-FOUND-SW
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
                   OR SUM-SLOT-FOUND
               IF WS-SUM-ACCT-NUM(WS-SUM-SUB) = WS-LOOKUP-ACCT-NUM
                   MOVE "Y" TO WS-SUM-FOUND-SW
               END-IF
           END-PERFORM
               END-IF
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-SUM-SUB
               MOVE WS-LOOKUP-ACCT-NUM TO WS-SUM-ACCT-NUM(WS-SUM-SUB)
               MOVE WS-LOOKUP-CUST-ID TO WS-SUM-CUST-ID(WS-SUM-SUB)
               MOVE 0 TO WS-SUM-INTEREST(WS-SUM-SUB)
               MOVE 0 TO WS-SUM-ADJUST(WS-SUM-SUB)
               MOVE 0 TO WS-SUM-VALUE-DATE(WS-SUM-SUB)
               MOVE "N" TO WS-SUM-USED-SW(WS-SUM-SUB)
           END-IF.

       READ-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT
           IF SUM-SLOT-FOUND
               SUBTRACT 1 FROM WS-SUM-SUB
               MOVE "Y" TO WS-SUM-USED-SW(WS-SUM-SUB)
               COMPUTE WS-CHARGE-SIGNED = WS-SUM-INTEREST(WS-SUM-SUB)
                   + WS-SUM-ADJUST(WS-SUM-SUB)
               IF WS-CHARGE-SIGNED > 0
                   MOVE WS-CHARGE-SIGNED TO WS-CHARGE-AMOUNT
                   PERFORM APPLY-ONE-CHARGE
               END-IF
               IF WS-CHARGE-SIGNED < 0
                   MOVE WS-CHARGE-SIGNED TO WS-CARRY-AMOUNT
                   PERFORM CARRY-ADJUSTMENT
                   MOVE "NOT CHARGED - ADJUSTMENT CARRIED"
                       TO OC-OUTCOME
                   WRITE CAP-RPT-RECORD
               END-IF
           END-IF
           PERFORM READ-ACCOUNT.

      *
      * A reduction the cycle's accruals cannot absorb carries to
      * the next cycle as one row; the report line shows the amount
      * unsigned, the outcome saying what it is.
      *
       CARRY-ADJUSTMENT.
           ADD 1 TO WS-CARRIED-COUNT
           MOVE WS-SUM-ACCT-NUM(WS-SUM-SUB) TO IAO-ACCT-NUM
           MOVE WS-SUM-CUST-ID(WS-SUM-SUB) TO IAO-CUST-ID
           MOVE WS-SUM-VALUE-DATE(WS-SUM-SUB) TO IAO-VALUE-DATE
           MOVE WS-TODAY TO IAO-POSTED-DATE
           MOVE WS-CARRY-AMOUNT TO IAO-AMOUNT
           WRITE DEBIT-ADJUST-OUT-RECORD
           MOVE SPACES TO CAP-RPT-RECORD
           MOVE WS-SUM-ACCT-NUM(WS-SUM-SUB) TO OC-ACCT-NUM
           MOVE WS-SUM-CUST-ID(WS-SUM-SUB) TO OC-CUST-ID
           IF WS-CARRY-AMOUNT < 0
               COMPUTE OC-INTEREST = 0 - WS-CARRY-AMOUNT
           ELSE
               MOVE WS-CARRY-AMOUNT TO OC-INTEREST
           END-IF.

      *
      * An overdrawn checking balance only gets more negative for
      * the charge -- CUST-BALANCE is signed exactly so this posting
      *
       APPLY-ONE-CHARGE.
           ADD 1 TO WS-CHARGED-COUNT
           CALL "TRXNUM" USING WS-TRX-REF
           PERFORM DEBIT-CUSTOMER-BALANCE
           IF WS-CHARGE-AMOUNT > ACCTM-BALANCE
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
               IF WS-SUM-USED-SW(WS-SUM-SUB) = "N"
                   AND WS-SUM-ADJUST(WS-SUM-SUB) NOT = 0
                   MOVE WS-SUM-ADJUST(WS-SUM-SUB) TO WS-CARRY-AMOUNT
                   PERFORM CARRY-ADJUSTMENT
                   MOVE "ADJUSTMENT CARRIED - NOT ON MASTER"
                       TO OC-OUTCOME
                   WRITE CAP-RPT-RECORD
               END-IF
               IF WS-SUM-USED-SW(WS-SUM-SUB) = "N"
                   AND WS-SUM-INTEREST(WS-SUM-SUB) > 0
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE WS-SUM-ACCT-NUM(WS-SUM-SUB)
                       TO ODO-ACCT-NUM
