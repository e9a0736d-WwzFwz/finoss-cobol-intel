      * transaction type, and the TAXRPT period report lists gross
      * interest and tax withheld per customer for the tax
      * authority -- finance stops computing it on a spreadsheet.
      *
      * BVADJ's back-value credit-interest adjustments on INTADJ net
      * into the account's accrual before withholding, so the
      * customer is paid on the interest as corrected.  A reduction
      * larger than the accrual, or an adjustment for an account no
      * longer on the master, carries forward to INTADJ.NEW (the
      * usual handover) instead of being dropped.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-WHT-FILE-STATUS.
           SELECT TAX-RPT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CREDIT-ADJUST-FILE ASSIGN TO "INTADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT CREDIT-ADJUST-OUT-FILE ASSIGN TO "INTADJ.NEW"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER               PIC X(02).
           05  TX-TAX-WITHHELD      PIC 9(11)V99.

       FD  CREDIT-ADJUST-FILE.
       COPY INTADJ.

       FD  CREDIT-ADJUST-OUT-FILE.
       01  CREDIT-ADJUST-OUT-RECORD.
           05  IAO-ACCT-NUM         PIC X(12).
           05  IAO-CUST-ID          PIC 9(08).
           05  IAO-VALUE-DATE       PIC 9(08).
           05  IAO-POSTED-DATE      PIC 9(08).
           05  IAO-AMOUNT           PIC S9(09)V99.

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ACR-EOF               PIC X(1) VALUE "N".
       01  WS-ACR-FOUND-SW          PIC X(1).
           88  ACCRUAL-FOUND        VALUE "Y".
      *
      * Back-value adjustments summed per account, each slot
      * consumed when its account's accrual is capitalized.
      *
       01  WS-ADJ-FILE-STATUS       PIC X(2).
       01  WS-ADJ-EOF               PIC X(1) VALUE "N".
           88  END-OF-ADJUSTMENTS   VALUE "Y".
       01  WS-ADJ-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 2000 TIMES.
               10  WS-ADJ-ACCT-NUM  PIC X(12).
               10  WS-ADJ-CUST-ID   PIC 9(08).
               10  WS-ADJ-VALUE-DATE PIC 9(08).
               10  WS-ADJ-AMOUNT    PIC S9(09)V99.
               10  WS-ADJ-USED-SW   PIC X(01).
       01  WS-ADJ-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ADJ-FOUND-SW          PIC X(1).
           88  ADJ-SLOT-FOUND       VALUE "Y".
       01  WS-ADJ-CARRIED-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-ADJ-APPLIED           PIC S9(09)V99.
       01  WS-GROSS-SIGNED          PIC S9(09)V99.
       01  WS-GROSS-INTEREST        PIC 9(09)V99.
       01  WS-CARRY-AMOUNT          PIC S9(09)V99.
      *
      * Withholding state: rates by customer type (a missing WHTPARM
      * file withholds nothing, the DATEUTIL missing-file stance),
      * the per-posting work fields, and the per-customer gross/tax
           PERFORM LOAD-ACCRUAL-TABLE
           CLOSE ACCRUAL-FILE
           PERFORM LOAD-WHT-TABLE
           PERFORM LOAD-ADJUST-SUMS
           OPEN OUTPUT CREDIT-ADJUST-OUT-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN OUTPUT CAP-RPT-FILE
           PERFORM READ-ACCOUNT
           PERFORM CAPITALIZE-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS
           PERFORM REPORT-LEFTOVER-ACCRUALS
           PERFORM CARRY-LEFTOVER-ADJUSTMENTS
           PERFORM WRITE-RECONCILE-TRAILER
           PERFORM WRITE-TAX-REPORT
           CLOSE ACCT-MASTER-FILE
               CUSTOMER-MASTER-FILE CAP-RPT-FILE
               CREDIT-ADJUST-OUT-FILE
           DISPLAY "INTCAP: ACCOUNTS CAPITALIZED " WS-CAPPED-COUNT
           DISPLAY "INTCAP: ACCRUALS NOT APPLIED " WS-MISSED-COUNT
           DISPLAY "INTCAP: ADJUSTMENTS CARRIED  " WS-ADJ-CARRIED-COUNT
           DISPLAY "INTCAP: TAX WITHHELD         " WS-TOTAL-TAX
           IF WS-MISSED-COUNT > 0 OR WS-ADJ-CARRIED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           ADD ACR-INTEREST TO WS-TOTAL-ACCRUED
           PERFORM READ-ACCRUAL.

       LOAD-ADJUST-SUMS.
           OPEN INPUT CREDIT-ADJUST-FILE
           IF WS-ADJ-FILE-STATUS = "00"
               PERFORM READ-ADJUSTMENT
               PERFORM SUM-ADJUSTMENT-ROW UNTIL END-OF-ADJUSTMENTS
               CLOSE CREDIT-ADJUST-FILE
           END-IF.

       READ-ADJUSTMENT.
           READ CREDIT-ADJUST-FILE
               AT END MOVE "Y" TO WS-ADJ-EOF
           END-READ.

       SUM-ADJUSTMENT-ROW.
           MOVE "N" TO WS-ADJ-FOUND-SW
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                   OR ADJ-SLOT-FOUND
               IF WS-ADJ-ACCT-NUM(WS-ADJ-SUB) = IA-ACCT-NUM
                   MOVE "Y" TO WS-ADJ-FOUND-SW
               END-IF
           END-PERFORM
           IF ADJ-SLOT-FOUND
               SUBTRACT 1 FROM WS-ADJ-SUB
           ELSE
               IF WS-ADJ-COUNT = 2000
                   DISPLAY "INTCAP: ADJUSTMENT TABLE FULL - RAISE"
                       " OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ADJ-COUNT
               MOVE WS-ADJ-COUNT TO WS-ADJ-SUB
               MOVE IA-ACCT-NUM TO WS-ADJ-ACCT-NUM(WS-ADJ-SUB)
               MOVE IA-CUST-ID TO WS-ADJ-CUST-ID(WS-ADJ-SUB)
               MOVE IA-VALUE-DATE TO WS-ADJ-VALUE-DATE(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-AMOUNT(WS-ADJ-SUB)
               MOVE "N" TO WS-ADJ-USED-SW(WS-ADJ-SUB)
           END-IF
           IF IA-VALUE-DATE < WS-ADJ-VALUE-DATE(WS-ADJ-SUB)
               MOVE IA-VALUE-DATE TO WS-ADJ-VALUE-DATE(WS-ADJ-SUB)
           END-IF
           ADD IA-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-SUB)
           PERFORM READ-ADJUSTMENT.

       READ-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-ACCT-EOF
      * the customer credit lands.
      *
       APPLY-ACCRUAL.
           PERFORM NET-BACK-VALUE-ADJUSTMENT
           PERFORM CREDIT-CUSTOMER-BALANCE.

      *
      * The account's adjustments move the accrual up or down; a
      * reduction the accrual cannot absorb pays nothing tonight and
      * the shortfall carries to the next cycle.
      *
       NET-BACK-VALUE-ADJUSTMENT.
           MOVE WS-ACR-INTEREST(WS-ACR-SUB) TO WS-GROSS-SIGNED
           MOVE 0 TO WS-ADJ-APPLIED
           MOVE "N" TO WS-ADJ-FOUND-SW
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                   OR ADJ-SLOT-FOUND
               IF WS-ADJ-ACCT-NUM(WS-ADJ-SUB) = ACCTM-NUM
                   AND WS-ADJ-USED-SW(WS-ADJ-SUB) = "N"
                   MOVE "Y" TO WS-ADJ-FOUND-SW
               END-IF
           END-PERFORM
           IF ADJ-SLOT-FOUND
               SUBTRACT 1 FROM WS-ADJ-SUB
               MOVE "Y" TO WS-ADJ-USED-SW(WS-ADJ-SUB)
               MOVE WS-ADJ-AMOUNT(WS-ADJ-SUB) TO WS-ADJ-APPLIED
               ADD WS-ADJ-APPLIED TO WS-GROSS-SIGNED
               IF WS-GROSS-SIGNED < 0
                   MOVE WS-GROSS-SIGNED TO WS-CARRY-AMOUNT
                   PERFORM CARRY-ADJUSTMENT
                   MOVE "ADJ CARRIED - EXCEEDS ACCRUAL"
                       TO CP-OUTCOME
                   WRITE CAP-RPT-RECORD
                   SUBTRACT WS-GROSS-SIGNED FROM WS-ADJ-APPLIED
                   MOVE 0 TO WS-GROSS-SIGNED
               END-IF
           END-IF
           MOVE WS-GROSS-SIGNED TO WS-GROSS-INTEREST.

      *
      * One carried row per account, under the earliest value date
      * behind it; the report line shows the amount unsigned, the
      * outcome saying which way it runs.
      *
       CARRY-ADJUSTMENT.
           ADD 1 TO WS-ADJ-CARRIED-COUNT
           MOVE WS-ADJ-ACCT-NUM(WS-ADJ-SUB) TO IAO-ACCT-NUM
           MOVE WS-ADJ-CUST-ID(WS-ADJ-SUB) TO IAO-CUST-ID
           MOVE WS-ADJ-VALUE-DATE(WS-ADJ-SUB) TO IAO-VALUE-DATE
           MOVE WS-BUSINESS-DATE TO IAO-POSTED-DATE
           MOVE WS-CARRY-AMOUNT TO IAO-AMOUNT
           WRITE CREDIT-ADJUST-OUT-RECORD
           MOVE SPACES TO CAP-RPT-RECORD
           MOVE "D" TO CP-REC-TYPE
           MOVE WS-ADJ-ACCT-NUM(WS-ADJ-SUB) TO CP-ACCT-NUM
           IF WS-CARRY-AMOUNT < 0
               COMPUTE CP-ACCRUED = 0 - WS-CARRY-AMOUNT
           ELSE
               MOVE WS-CARRY-AMOUNT TO CP-ACCRUED
           END-IF.

      *
      * The matching CUST-BALANCE moves with the account balance; a
      * customer CUSTMAST cannot find leaves the account balance
           ADD 1 TO WS-MISSED-COUNT
           PERFORM WRITE-DETAIL-LINE
           MOVE "NOT APPLIED - CUSTOMER NOT FOUND" TO CP-OUTCOME
           WRITE CAP-RPT-RECORD
           IF WS-ADJ-APPLIED NOT = 0
               MOVE WS-ADJ-APPLIED TO WS-CARRY-AMOUNT
               PERFORM CARRY-ADJUSTMENT
               MOVE "ADJ CARRIED - CUSTOMER NOT FOUND"
                   TO CP-OUTCOME
               WRITE CAP-RPT-RECORD
           END-IF.

      *
      * The customer is credited net of withholding, the account
           CALL "LOGTRX" USING WS-LEDGER-ACCOUNT-DATA
               WS-LEDGER-AMOUNT WS-LDG-INT-TRANS-TYPE WS-TRX-REF
           ADD 1 TO WS-CAPPED-COUNT
           ADD WS-ADJ-APPLIED TO WS-TOTAL-ACCRUED
           ADD WS-GROSS-INTEREST TO WS-TOTAL-CAPPED
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
           IF WS-TAX-AMOUNT > 0
               PERFORM POST-TAX-TO-GL
           END-IF
           PERFORM ACCUMULATE-TAX-CUSTOMER
           PERFORM WRITE-DETAIL-LINE
           MOVE WS-GROSS-INTEREST TO CP-ACCRUED
           IF WS-ADJ-APPLIED NOT = 0
               MOVE "CAPITALIZED - BACK-VALUE ADJUSTED"
                   TO CP-OUTCOME
           ELSE
               MOVE "CAPITALIZED" TO CP-OUTCOME
           END-IF
           WRITE CAP-RPT-RECORD.

       COMPUTE-WITHHOLDING.
               UNTIL WS-WHT-IDX > WS-WHT-TABLE-COUNT
               IF WS-WHT-CUST-TYPE(WS-WHT-IDX) = CUST-TYPE
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       WS-GROSS-INTEREST
                       * WS-WHT-RATE(WS-WHT-IDX)
               END-IF
           END-PERFORM
           COMPUTE WS-NET-INTEREST =
               WS-GROSS-INTEREST - WS-TAX-AMOUNT.

      *
      * The reference was drawn at the top of APPLY-TO-CUSTOMER, so
               MOVE 0 TO WS-TXC-GROSS(WS-TXC-SUB)
               MOVE 0 TO WS-TXC-TAX(WS-TXC-SUB)
           END-IF
           ADD WS-GROSS-INTEREST TO WS-TXC-GROSS(WS-TXC-SUB)
           ADD WS-TAX-AMOUNT TO WS-TXC-TAX(WS-TXC-SUB).

       WRITE-TAX-REPORT.
               END-IF
           END-PERFORM.

      *
      * Adjustments for accounts that have left the master carry
      * forward whole, to be chased rather than forgotten.
      *
       CARRY-LEFTOVER-ADJUSTMENTS.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               IF WS-ADJ-USED-SW(WS-ADJ-SUB) = "N"
                   MOVE WS-ADJ-AMOUNT(WS-ADJ-SUB) TO WS-CARRY-AMOUNT
                   PERFORM CARRY-ADJUSTMENT
                   MOVE "ADJ CARRIED - NOT ON MASTER"
                       TO CP-OUTCOME
                   WRITE CAP-RPT-RECORD
               END-IF
           END-PERFORM.

       WRITE-RECONCILE-TRAILER.
           MOVE SPACES TO CAP-RPT-RECORD
           MOVE "T" TO CP-REC-TYPE
