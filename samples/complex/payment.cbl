      * Payment processing program.
      * Calls DATEUTIL for date validation and BALCHK for
      * balance verification before processing payment.
      *
      * A checking account BALCHK finds short is not refused out of
      * hand when it carries overdraft-protection links on ODPLINK:
      * the shortfall, rounded up to the ODPPARM step, is first
      * transferred in from the first linked savings account of the
      * same customer that can cover it plus the FEESCHED
      * protection-transfer fee (payment type "O"), and the payment
      * then posts as usual.  Only when every funding account is
      * short as well does the payment refuse with status 51.
      *
      * Every new payment is checked against the payer's BENEFREG
      * beneficiary register.  A payee not registered to the paying
      * customer, or registered within the BNFPARM cooling-off
      * period, can be paid up to the BNFPARM cap; above it the
      * payment pends on PENDAPPR for the checker to verify the
      * payee by call-back.  Transfers between the customer's own
      * accounts are not payees and pass.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RESTRICTION-FILE ASSIGN TO "ACCTRSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.
           SELECT BACK-VALUE-FILE ASSIGN TO "BVREG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OD-PROTECT-LINK-FILE ASSIGN TO "ODPLINK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPL-FILE-STATUS.
           SELECT ODP-PARM-FILE ASSIGN TO "ODPPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPP-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BENEFICIARY-FILE ASSIGN TO "BENEFREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BNF-FILE-STATUS.
           SELECT BNF-PARM-FILE ASSIGN TO "BNFPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BNP-FILE-STATUS.
           SELECT FEE-REFUND-FILE ASSIGN TO "FEEREFND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTRICTION-FILE.
       COPY ACCTRSTR.

       FD  BACK-VALUE-FILE.
       COPY BVREG.

       FD  OD-PROTECT-LINK-FILE.
       COPY ODPLINK.

      *
      * The step an overdraft-protection transfer is rounded up to,
      * so a short account is topped up in round sums rather than to
      * the exact cent -- a data file so the product owner can tune
      * it without a recompile.
      *
       FD  ODP-PARM-FILE.
       01  ODP-PARM-RECORD.
           05  OPP-ROUND-STEP       PIC 9(07)V99.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BENEFICIARY-FILE.
       COPY BENEFREG.

      *
      * The new-payee cooling-off period in days and the IDR amount
      * an unregistered or cooling-off payee may be paid without a
      * call-back.
      *
       FD  BNF-PARM-FILE.
       01  BNF-PARM-RECORD.
           05  BNP-COOLING-DAYS     PIC 9(03).
           05  BNP-CAP-AMOUNT       PIC 9(09)V99.

      *
      * One log row per instruction screened -- proof to the
      * examiners that every instruction was checked, hit or clear.
           05  SN-RESULT            PIC X(05).
           05  SN-MATCHED-VALUE     PIC X(30).

      *
      * Service-charge refunds already paid against a fee; a
      * reversal gives back only what is left of it.
      *
       FD  FEE-REFUND-FILE.
       COPY FEEREFND.

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-FEE-INCOME-CUST-ID    PIC 9(8) VALUE 99999999.
           88  PAY-TRANSFER        VALUE "T".
           88  PAY-BILL            VALUE "B".
           88  PAY-TOPUP           VALUE "U".
      *    Card-switch settlement items (SWTSETL): "A" is a
      *    withdrawal at another bank's ATM and carries the off-us
      *    fee from its FEESCHED row; "D" is an own-ATM withdrawal or
      *    a POS purchase and carries none.  A refused switch item
      *    goes back to the switch as a chargeback by the caller, so
      *    it is not queued to suspense here as well.
           88  PAY-OFFUS-ATM       VALUE "A".
           88  PAY-CARD-DEBIT      VALUE "D".
           88  PAY-SWITCH-ITEM     VALUE "A" "D".
           05  WS-PROCESSING-MODE  PIC X(1) VALUE "N".
           88  MODE-NEW-PAYMENT    VALUE "N".
           88  MODE-REVERSAL       VALUE "R".
      * at the buy rate, with the spread between the two booked to
      * the FX-income house account as its own GL entry.  The
      * applied rate and spread ride the audit record so a reversal
      * undoes the original IDR movements, not today's rates.  A
      * rate row dated before the business date is not today's
      * rate -- FXLOAD has held or refused the feed for it -- and
      * converts nothing.
      *
       01  WS-FX-FILE-STATUS       PIC X(2).
       01  WS-FX-TABLE-COUNT       PIC 9(2) COMP VALUE 0.
               10  WS-FX-CURRENCY   PIC X(03).
               10  WS-FX-BUY        PIC 9(07)V9(04).
               10  WS-FX-SELL       PIC 9(07)V9(04).
               10  WS-FX-DATE       PIC 9(08).
       01  WS-FX-OK-SW             PIC X(1).
           88  FX-CONVERTED        VALUE "Y".
       01  WS-FX-STALE-SW          PIC X(1).
           88  FX-RATE-STALE       VALUE "Y".
       01  WS-FX-RATE              PIC 9(07)V9(04) VALUE 1.
       01  WS-FX-BUY-RATE          PIC 9(07)V9(04) VALUE 1.
       01  WS-DEBIT-AMOUNT         PIC 9(9)V99 COMP-3 VALUE 0.
           88  END-OF-AUDIT-SCAN   VALUE "Y".
       01  WS-ORIG-FOUND-SW        PIC X(1).
           88  ORIGINAL-FOUND      VALUE "Y".
       01  WS-FRF-FILE-STATUS      PIC X(2).
       01  WS-FRF-EOF              PIC X(1).
           88  END-OF-FEE-REFUNDS  VALUE "Y".
       01  WS-REFUNDED-FEE         PIC 9(9)V99 VALUE 0.
       01  WS-AUDIT-TIMESTAMP.
           05  WS-AUDIT-TS-DATE    PIC 9(08).
           05  WS-AUDIT-TS-TIME    PIC 9(06).
       01  WS-CJ-BEFORE-IMAGE       PIC X(79).
       01  WS-CJ-AFTER-IMAGE        PIC X(79).
       01  WS-CJ-PROGRAM            PIC X(08) VALUE "PAYMENT".
      *
      * Overdraft-protection state.  The links for the paying
      * account reload per call like the fee schedule, held in
      * priority order; the transfer is arranged during validation
      * and only moves money once the payment itself is cleared to
      * post, so a pended or velocity-refused payment leaves the
      * savings account untouched.  The protected account must be an
      * active checking account and each funding account an active
      * savings account under the same ACCTMAST customer.
      *
       01  WS-OPL-FILE-STATUS       PIC X(2).
       01  WS-OPP-FILE-STATUS       PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-OPL-EOF               PIC X(1) VALUE "N".
           88  END-OF-OD-LINKS      VALUE "Y".
       01  WS-OPL-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-OPL-TABLE.
           05  WS-OPL-ENTRY OCCURS 10 TIMES.
               10  WS-OPL-FUNDING-ACCT  PIC X(10).
               10  WS-OPL-PRIORITY      PIC 9(02).
       01  WS-OPL-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-ODP-ROUND-STEP        PIC 9(7)V99 VALUE 100000.
       01  WS-ODP-HEADROOM          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-ODP-ELIGIBLE          PIC X(1).
       01  WS-ODP-CHECKING-CUST-ID  PIC 9(8).
       01  WS-ODP-SHORTFALL         PIC 9(9)V99 VALUE 0.
       01  WS-ODP-STEPS             PIC 9(9) VALUE 0.
       01  WS-ODP-TRANSFER          PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-ODP-FEE               PIC 9(5)V99 COMP-3 VALUE 0.
       01  WS-ODP-FUNDING-DEBIT     PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-ODP-FUNDING-ACCT      PIC X(10).
       01  WS-ODP-FUNDING-OK        PIC X(1).
       01  WS-ODP-SW                PIC X(1) VALUE "N".
           88  ODP-TRANSFER-ARRANGED VALUE "Y".
       01  WS-ODP-PAYMENT-TYPE      PIC X(1) VALUE "O".
       01  WS-ODP-CURRENCY          PIC X(3) VALUE "IDR".
      *
      * The transfer's own legs: "ODP " debits the savings account
      * (and is the GL pair), "ODF " is its fee, and "ODC " is the
      * ledger-only credit on the checking account.
      *
       01  WS-GL-ODP-TRANS-TYPE     PIC X(4) VALUE "ODP ".
       01  WS-GL-ODF-TRANS-TYPE     PIC X(4) VALUE "ODF ".
       01  WS-LDG-ODP-CREDIT-TYPE   PIC X(4) VALUE "ODC ".
      *
      * Beneficiary-register state.  The register and BNFPARM are
      * read per call like ODPLINK and ODPPARM; a missing BNFPARM
      * leaves the defaults below.  The payer is the ACCTMAST owner
      * of the paying account, or its CUSTMAST key when ACCTMAST
      * has no row for it.
      *
       01  WS-BNF-FILE-STATUS       PIC X(2).
       01  WS-BNP-FILE-STATUS       PIC X(2).
       01  WS-BNF-EOF               PIC X(1) VALUE "N".
           88  END-OF-BENEFICIARIES VALUE "Y".
       01  WS-BNF-COOLING-DAYS      PIC 9(03) VALUE 2.
       01  WS-BNF-CAP-AMOUNT        PIC 9(09)V99 VALUE 5000000.
       01  WS-BNF-PAYER-CUST-ID     PIC 9(08).
       01  WS-BNF-PAYEE-CUST-ID     PIC 9(08).
       01  WS-BNF-PAYEE-SW          PIC X(1).
           88  PAYEE-UNREGISTERED   VALUE "U".
           88  PAYEE-COOLING-OFF    VALUE "C".
           88  PAYEE-ESTABLISHED    VALUE "E".
       01  WS-CALLBACK-SW           PIC X(1).
           88  CALLBACK-NEEDED      VALUE "Y".
       01  WS-BNF-TODAY-SERIAL      PIC 9(07) COMP.
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

       LINKAGE SECTION.
       01  LK-PAYMENT-DATA.
           MOVE SPACES TO WS-MESSAGE
           MOVE 0 TO WS-FEE
           MOVE "N" TO WS-APPROVAL-SW
           MOVE "N" TO WS-CALLBACK-SW
           MOVE "N" TO WS-ODP-SW
           MOVE "N" TO WS-OUTWARD-SW
           IF WS-BENEF-BANK NOT = SPACES AND NOT MODE-REVERSAL
               MOVE "Y" TO WS-OUTWARD-SW
                       AND (MODE-NEW-PAYMENT
                           OR MODE-COMPLIANCE-RELEASE)
                       PERFORM CHECK-APPROVAL-THRESHOLD
                       PERFORM CHECK-PAYEE-REGISTER
                   END-IF
                   IF STATUS-OK
                       AND (APPROVAL-NEEDED OR CALLBACK-NEEDED)
                       PERFORM PEND-PAYMENT-FOR-APPROVAL
                   END-IF
                   IF STATUS-OK
                       PERFORM CHECK-DAILY-VELOCITY
                   END-IF
                   IF STATUS-OK
                       IF NOT PAY-CARD-DEBIT
                           PERFORM CALCULATE-FEE
                       END-IF
                       PERFORM PROCESS-PAYMENT
                   END-IF
               END-IF
           IF NOT STATUS-OK AND NOT STATUS-WAREHOUSED
               AND NOT STATUS-PENDING-APPROVAL
               AND NOT STATUS-COMPLIANCE-HOLD
               AND NOT PAY-SWITCH-ITEM
               PERFORM WRITE-TO-SUSPENSE
           END-IF
           PERFORM WRITE-AUDIT-RECORD.
           MOVE SPACES TO PND-CHECKER-ID
           MOVE WS-AUDIT-TIMESTAMP TO PND-PENDED-TS
           MOVE WS-BENEF-BANK TO PND-BENEF-BANK
           IF CALLBACK-NEEDED
               MOVE "B" TO PND-PEND-REASON
           ELSE
               MOVE "T" TO PND-PEND-REASON
           END-IF
           OPEN EXTEND PENDING-APPROVAL-FILE
           WRITE PENDING-APPROVAL-RECORD
           CLOSE PENDING-APPROVAL-FILE
           MOVE "62" TO WS-STATUS
           IF CALLBACK-NEEDED
               MOVE "PENDED FOR PAYEE CALL-BACK" TO WS-MESSAGE
           ELSE
               MOVE "PENDED FOR APPROVAL" TO WS-MESSAGE
           END-IF.

      *
      * A taken-over customer's money leaves fastest to a payee set
      * up minutes earlier, so a payment to a payee the payer has
      * not registered, or registered inside the cooling-off period,
      * is capped; above the cap it pends for call-back.  The cap
      * is in IDR, against the converted debit.  It runs alongside
      * the amount threshold, in the same modes: an approved
      * release has already had its call-back.
      *
       CHECK-PAYEE-REGISTER.
           MOVE "N" TO WS-CALLBACK-SW
           PERFORM LOAD-PAYEE-PARM
           PERFORM IDENTIFY-PAYER-AND-PAYEE
           IF OUTWARD-PAYMENT
               OR WS-BNF-PAYEE-CUST-ID NOT = WS-BNF-PAYER-CUST-ID
               PERFORM FIND-REGISTERED-PAYEE
               IF NOT PAYEE-ESTABLISHED
                   AND WS-DEBIT-AMOUNT > WS-BNF-CAP-AMOUNT
                   MOVE "Y" TO WS-CALLBACK-SW
               END-IF
           END-IF.

       LOAD-PAYEE-PARM.
           OPEN INPUT BNF-PARM-FILE
           IF WS-BNP-FILE-STATUS = "00"
               READ BNF-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BNP-COOLING-DAYS NUMERIC
                           MOVE BNP-COOLING-DAYS
                               TO WS-BNF-COOLING-DAYS
                       END-IF
                       IF BNP-CAP-AMOUNT NUMERIC
                           MOVE BNP-CAP-AMOUNT TO WS-BNF-CAP-AMOUNT
                       END-IF
               END-READ
               CLOSE BNF-PARM-FILE
           END-IF.

      *
      * Both ends are resolved to their owning customer; an
      * outward item's payee is at another bank and never ours.
      *
       IDENTIFY-PAYER-AND-PAYEE.
           MOVE WS-ACCOUNT-FROM(3:8) TO WS-BNF-PAYER-CUST-ID
           MOVE 0 TO WS-BNF-PAYEE-CUST-ID
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE SPACES TO ACCTM-NUM
               MOVE WS-ACCOUNT-FROM TO ACCTM-NUM(3:10)
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTM-CUST-ID TO WS-BNF-PAYER-CUST-ID
               END-READ
               IF NOT OUTWARD-PAYMENT
                   MOVE SPACES TO ACCTM-NUM
                   MOVE WS-ACCOUNT-TO TO ACCTM-NUM(3:10)
                   READ ACCT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACCTM-CUST-ID TO WS-BNF-PAYEE-CUST-ID
                   END-READ
               END-IF
               CLOSE ACCT-MASTER-FILE
           END-IF.

       FIND-REGISTERED-PAYEE.
           MOVE "U" TO WS-BNF-PAYEE-SW
           MOVE WS-PROCESS-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CVT-SERIAL TO WS-BNF-TODAY-SERIAL
           MOVE "N" TO WS-BNF-EOF
           OPEN INPUT BENEFICIARY-FILE
           IF WS-BNF-FILE-STATUS = "00"
               PERFORM READ-BENEFICIARY
               PERFORM MATCH-BENEFICIARY
                   UNTIL END-OF-BENEFICIARIES OR PAYEE-ESTABLISHED
               CLOSE BENEFICIARY-FILE
           END-IF.

       READ-BENEFICIARY.
           READ BENEFICIARY-FILE
               AT END MOVE "Y" TO WS-BNF-EOF
           END-READ.

       MATCH-BENEFICIARY.
           IF BNF-ACTIVE
               AND BNF-CUST-ID = WS-BNF-PAYER-CUST-ID
               AND BNF-PAYEE-ACCOUNT = WS-ACCOUNT-TO
               AND BNF-PAYEE-BANK = WS-BENEF-BANK
               MOVE BNF-ADDED-DATE TO WS-CVT-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               IF WS-CVT-SERIAL + WS-BNF-COOLING-DAYS
                       > WS-BNF-TODAY-SERIAL
                   MOVE "C" TO WS-BNF-PAYEE-SW
               ELSE
                   MOVE "E" TO WS-BNF-PAYEE-SW
               END-IF
           END-IF
           PERFORM READ-BENEFICIARY.

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

      *
      * An instruction is good to post today only when today is a
           MOVE WS-STATUS TO PA-STATUS
           MOVE WS-AUDIT-TIMESTAMP TO PA-TIMESTAMP
           MOVE WS-TRX-REF TO PA-TRX-REF
           IF MODE-REVERSAL
               MOVE WS-ORIGINAL-TRX-REF TO PA-ORIGINAL-TRX-REF
           ELSE
               MOVE SPACES TO PA-ORIGINAL-TRX-REF
           END-IF
           MOVE WS-FX-RATE TO PA-FX-RATE
           MOVE WS-FX-SPREAD TO PA-FX-SPREAD
           MOVE WS-OPERATOR-ID TO PA-MAKER-ID
               CALL "BALCHK" USING WS-ACCOUNT-FROM WS-DEBIT-AMOUNT
                   WS-BALANCE-OK
               IF WS-BALANCE-OK = "N"
                   PERFORM ARRANGE-OVERDRAFT-PROTECTION
               END-IF
               IF WS-BALANCE-OK = "N" AND NOT ODP-TRANSFER-ARRANGED
                   MOVE "51" TO WS-STATUS
                   MOVE "INSUFFICIENT BALANCE" TO WS-MESSAGE
               ELSE
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *
      * The paying account came up short.  BALCHK-HEADROOM says how
      * much it can still authorize; the difference to the debit is
      * the shortfall, rounded up to the ODPPARM step, and the first
      * linked funding account BALCHK clears for that transfer plus
      * its fee is the one drawn on.  Nothing moves here -- the
      * transfer posts from PROCESS-PAYMENT.
      *
       ARRANGE-OVERDRAFT-PROTECTION.
           MOVE "N" TO WS-ODP-SW
           MOVE 0 TO WS-OPL-COUNT
           CALL "BALCHK-HEADROOM" USING WS-ACCOUNT-FROM
               WS-ODP-HEADROOM WS-ODP-ELIGIBLE
           IF WS-ODP-ELIGIBLE = "Y"
               OPEN INPUT ACCT-MASTER-FILE
               IF WS-ACCT-FILE-STATUS = "00"
                   PERFORM CHECK-PROTECTED-ACCOUNT
                   IF WS-OPL-COUNT > 0
                       PERFORM SIZE-PROTECTION-TRANSFER
                       PERFORM PRICE-PROTECTION-TRANSFER
                       COMPUTE WS-ODP-FUNDING-DEBIT =
                           WS-ODP-TRANSFER + WS-ODP-FEE
                       PERFORM TRY-FUNDING-ACCOUNT
                           VARYING WS-OPL-SUB FROM 1 BY 1
                           UNTIL WS-OPL-SUB > WS-OPL-COUNT
                               OR ODP-TRANSFER-ARRANGED
                   END-IF
                   CLOSE ACCT-MASTER-FILE
               END-IF
           END-IF.

       CHECK-PROTECTED-ACCOUNT.
           MOVE SPACES TO ACCTM-NUM
           MOVE WS-ACCOUNT-FROM TO ACCTM-NUM(3:10)
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCTM-TYPE = "CA" AND ACCTM-STATUS = "A"
                       MOVE ACCTM-CUST-ID TO WS-ODP-CHECKING-CUST-ID
                       PERFORM LOAD-PROTECTION-LINKS
                   END-IF
           END-READ.

       LOAD-PROTECTION-LINKS.
           MOVE "N" TO WS-OPL-EOF
           OPEN INPUT OD-PROTECT-LINK-FILE
           IF WS-OPL-FILE-STATUS = "00"
               PERFORM READ-PROTECTION-LINK
               PERFORM STORE-PROTECTION-LINK UNTIL END-OF-OD-LINKS
               CLOSE OD-PROTECT-LINK-FILE
           END-IF.

       READ-PROTECTION-LINK.
           READ OD-PROTECT-LINK-FILE
               AT END MOVE "Y" TO WS-OPL-EOF
           END-READ.

      *
      * Each link is slotted in behind every link of equal or lower
      * priority number, so the table comes out in the order the
      * funding accounts are to be tried.
      *
       STORE-PROTECTION-LINK.
           IF OPL-CHECKING-ACCT = WS-ACCOUNT-FROM
               AND OPL-ACTIVE
               AND WS-OPL-COUNT < 10
               ADD 1 TO WS-OPL-COUNT
               MOVE WS-OPL-COUNT TO WS-OPL-SUB
               PERFORM SHIFT-PROTECTION-LINK
                   UNTIL WS-OPL-SUB = 1
                       OR WS-OPL-PRIORITY(WS-OPL-SUB - 1)
                           NOT > OPL-PRIORITY
               MOVE OPL-FUNDING-ACCT TO WS-OPL-FUNDING-ACCT(WS-OPL-SUB)
               MOVE OPL-PRIORITY TO WS-OPL-PRIORITY(WS-OPL-SUB)
           END-IF
           PERFORM READ-PROTECTION-LINK.

       SHIFT-PROTECTION-LINK.
           MOVE WS-OPL-ENTRY(WS-OPL-SUB - 1)
               TO WS-OPL-ENTRY(WS-OPL-SUB)
           SUBTRACT 1 FROM WS-OPL-SUB.

      *
      * A missing or zero step transfers the exact shortfall.
      *
       SIZE-PROTECTION-TRANSFER.
           MOVE 100000 TO WS-ODP-ROUND-STEP
           OPEN INPUT ODP-PARM-FILE
           IF WS-OPP-FILE-STATUS = "00"
               READ ODP-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OPP-ROUND-STEP NUMERIC
                           MOVE OPP-ROUND-STEP TO WS-ODP-ROUND-STEP
                       END-IF
               END-READ
               CLOSE ODP-PARM-FILE
           END-IF
           COMPUTE WS-ODP-SHORTFALL =
               WS-DEBIT-AMOUNT - WS-ODP-HEADROOM
           MOVE WS-ODP-SHORTFALL TO WS-ODP-TRANSFER
           IF WS-ODP-ROUND-STEP > 0
               COMPUTE WS-ODP-STEPS =
                   WS-ODP-SHORTFALL / WS-ODP-ROUND-STEP
               IF WS-ODP-STEPS * WS-ODP-ROUND-STEP < WS-ODP-SHORTFALL
                   ADD 1 TO WS-ODP-STEPS
               END-IF
               COMPUTE WS-ODP-TRANSFER =
                   WS-ODP-STEPS * WS-ODP-ROUND-STEP
           END-IF.

      *
      * The protection-transfer fee is the FEESCHED row for payment
      * type "O", matched on currency and customer type with the
      * same wildcards CALCULATE-FEE honors.  Unlike a payment, no
      * row means no charge: the transfer is a service to the
      * customer, and a fee nobody configured is not levied.
      *
       PRICE-PROTECTION-TRANSFER.
           MOVE 0 TO WS-ODP-FEE
           MOVE "N" TO WS-FEE-FOUND-SWITCH
           PERFORM DETERMINE-CUST-TYPE
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-TABLE-COUNT
                   OR FEE-FOUND
               IF WS-FT-PAYMENT-TYPE(WS-FEE-IDX) = WS-ODP-PAYMENT-TYPE
                   AND (WS-FT-CURRENCY(WS-FEE-IDX) = SPACES
                       OR WS-FT-CURRENCY(WS-FEE-IDX) = WS-ODP-CURRENCY)
                   AND (WS-FT-CUST-TYPE(WS-FEE-IDX) = SPACES
                       OR WS-FT-CUST-TYPE(WS-FEE-IDX) = WS-CUST-TYPE)
                   IF WS-FT-FEE-TYPE(WS-FEE-IDX) = "P"
                       COMPUTE WS-ODP-FEE ROUNDED =
                           WS-ODP-TRANSFER * WS-FT-FEE-PCT(WS-FEE-IDX)
                   ELSE
                       MOVE WS-FT-FEE-AMOUNT(WS-FEE-IDX) TO WS-ODP-FEE
                   END-IF
                   MOVE "Y" TO WS-FEE-FOUND-SWITCH
               END-IF
           END-PERFORM.

       TRY-FUNDING-ACCOUNT.
           MOVE WS-OPL-FUNDING-ACCT(WS-OPL-SUB) TO WS-ODP-FUNDING-ACCT
           MOVE SPACES TO ACCTM-NUM
           MOVE WS-ODP-FUNDING-ACCT TO ACCTM-NUM(3:10)
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCTM-TYPE = "SA" AND ACCTM-STATUS = "A"
                       AND ACCTM-CUST-ID = WS-ODP-CHECKING-CUST-ID
                       CALL "BALCHK" USING WS-ODP-FUNDING-ACCT
                           WS-ODP-FUNDING-DEBIT WS-ODP-FUNDING-OK
                       IF WS-ODP-FUNDING-OK = "Y"
                           MOVE "Y" TO WS-ODP-SW
                       END-IF
                   END-IF
           END-READ.

      *
      * The protection transfer posts ahead of the payment it funds
      * and under the same reference, so both statements show why
      * the money moved: the savings account's "ODP " debit (and
      * "ODF " fee), the checking account's "ODC " credit, and the
      * matching GL pairs.
      *
       TRANSFER-PROTECTION-FUNDS.
           OPEN I-O CUSTOMER-MASTER-FILE
           MOVE WS-ODP-FUNDING-ACCT(3:8) TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "PAYMENT: FUNDING ACCOUNT NOT FOUND "
                       WS-ODP-FUNDING-ACCT
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                   SUBTRACT WS-ODP-FUNDING-DEBIT FROM CUST-BALANCE
                   PERFORM STAMP-AND-JOURNAL-REWRITE
           END-READ
           MOVE WS-ACCOUNT-FROM(3:8) TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "PAYMENT: FROM ACCOUNT NOT FOUND "
                       WS-ACCOUNT-FROM
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                   ADD WS-ODP-TRANSFER TO CUST-BALANCE
                   PERFORM STAMP-AND-JOURNAL-REWRITE
           END-READ
           IF WS-ODP-FEE > 0
               MOVE WS-FEE-INCOME-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "PAYMENT: FEE INCOME ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                       ADD WS-ODP-FEE TO CUST-BALANCE
                       PERFORM STAMP-AND-JOURNAL-REWRITE
               END-READ
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           MOVE WS-ODP-FUNDING-ACCT(3:8) TO WS-GL-FROM-ACCT
           MOVE WS-ACCOUNT-FROM(3:8) TO WS-GL-TO-ACCT
           MOVE WS-ODP-TRANSFER TO WS-GL-AMOUNT
           CALL "GLPOST" USING WS-GL-FROM-ACCT WS-GL-TO-ACCT
               WS-GL-AMOUNT WS-GL-ODP-TRANS-TYPE WS-TRX-REF
           IF WS-ODP-FEE > 0
               MOVE WS-ODP-FEE TO WS-GL-FEE-AMOUNT
               CALL "GLPOST" USING WS-GL-FROM-ACCT
                   WS-FEE-INCOME-CUST-ID WS-GL-FEE-AMOUNT
                   WS-GL-ODF-TRANS-TYPE WS-TRX-REF
           END-IF
           MOVE WS-ODP-FUNDING-ACCT TO WS-LEDGER-LEG-ACCOUNT
           MOVE WS-ODP-TRANSFER TO WS-LEDGER-AMOUNT
           MOVE WS-GL-ODP-TRANS-TYPE TO WS-LEDGER-TRANS-TYPE
           PERFORM LOG-ONE-TRANSFER-LEG
           IF WS-ODP-FEE > 0
               MOVE WS-ODP-FUNDING-ACCT TO WS-LEDGER-LEG-ACCOUNT
               MOVE WS-ODP-FEE TO WS-LEDGER-AMOUNT
               MOVE WS-GL-ODF-TRANS-TYPE TO WS-LEDGER-TRANS-TYPE
               PERFORM LOG-ONE-TRANSFER-LEG
           END-IF
           MOVE WS-ACCOUNT-FROM TO WS-LEDGER-LEG-ACCOUNT
           MOVE WS-ODP-TRANSFER TO WS-LEDGER-AMOUNT
           MOVE WS-LDG-ODP-CREDIT-TYPE TO WS-LEDGER-TRANS-TYPE
           PERFORM LOG-ONE-TRANSFER-LEG.

      *
      * CUSTMAST balances are IDR, so the transfer's legs are too,
      * whatever currency the payment it funds was keyed in.
      *
       LOG-ONE-TRANSFER-LEG.
           MOVE WS-LEDGER-LEG-ACCOUNT TO WS-LDG-ACCOUNT-NUMBER
           MOVE WS-ODP-CURRENCY TO WS-LDG-CURRENCY-CODE
           CALL "LOGTRX" USING WS-LEDGER-ACCOUNT-DATA
               WS-LEDGER-AMOUNT WS-LEDGER-TRANS-TYPE WS-TRX-REF.
      *
      * Tracks how much WS-ACCOUNT-FROM has moved today against a
      * daily ceiling, so many small transfers can't drain an account
               MOVE WS-ACCOUNT-TO TO WS-OUTWARD-BENEF-ACCT
               MOVE WS-SETTLE-ACCOUNT TO WS-ACCOUNT-TO
           END-IF
           IF ODP-TRANSFER-ARRANGED
               PERFORM TRANSFER-PROTECTION-FUNDS
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           PERFORM DEBIT-FROM-ACCOUNT
           PERFORM CREDIT-TO-ACCOUNT
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM POST-PAYMENT-TO-GL
           PERFORM LOG-PAYMENT-LEGS
           IF WS-VALUE-DATE < WS-PROCESS-DATE
               PERFORM WRITE-BACK-VALUE-LEGS
           END-IF
           IF OUTWARD-PAYMENT
               PERFORM WRITE-OUTWARD-ITEM
               MOVE WS-OUTWARD-BENEF-ACCT TO WS-ACCOUNT-TO
           END-IF
           MOVE "PAYMENT PROCESSED" TO WS-MESSAGE.

      *
      * A posting value-dated before today moved money that the
      * balance history and the interest accruals have already been
      * run without.  Both legs go on the back-value register for
      * BVADJ to rebuild from tonight; the fee is today's charge and
      * is not value-dated.
      *
       WRITE-BACK-VALUE-LEGS.
           OPEN EXTEND BACK-VALUE-FILE
           MOVE WS-TRX-REF TO BV-TRX-REF
           MOVE WS-VALUE-DATE TO BV-VALUE-DATE
           MOVE WS-PROCESS-DATE TO BV-POSTED-DATE
           MOVE WS-ACCOUNT-FROM TO BV-ACCOUNT
           MOVE "D" TO BV-DR-CR
           MOVE WS-DEBIT-AMOUNT TO BV-AMOUNT
           WRITE BACK-VALUE-RECORD
           MOVE WS-ACCOUNT-TO TO BV-ACCOUNT
           MOVE "C" TO BV-DR-CR
           MOVE WS-CREDIT-AMOUNT TO BV-AMOUNT
           WRITE BACK-VALUE-RECORD
           CLOSE BACK-VALUE-FILE.

      *
      * The beneficiary the customer actually named rides the
      * accumulation record; the posting above settled against the
      * double-entry journal entry: the payment amount debits the
      * paying account and credits the receiving account, and the
      * fee (if any) debits the paying account again and credits the
      * fee-income house account.  A payer and beneficiary held at
      * different branches need nothing extra here: GLPOST books
      * each leg at its customer's branch and raises the inter-
      * branch due-to/due-from pair itself.
      *
       POST-PAYMENT-TO-GL.
           MOVE WS-ACCOUNT-FROM(3:8) TO WS-GL-FROM-ACCT
      * reversal undoes, so the reversal provably points at the entry
      * it reverses instead of trusting whatever was re-keyed.  No
      * successful audit record under that reference rejects the
      * reversal to suspense.  A fee FEEAPPR has already refunded
      * in whole or part is not given back a second time.
      *
       LOOKUP-ORIGINAL-PAYMENT.
           MOVE "N" TO WS-AUDIT-EOF
               MOVE PA-CURRENCY TO WS-CURRENCY
               MOVE PA-FEE TO WS-ORIGINAL-FEE
               PERFORM RESTORE-ORIGINAL-FX-LEGS
               PERFORM NET-REFUNDED-FEE
           ELSE
               MOVE "25" TO WS-STATUS
               MOVE "ORIGINAL TRANSACTION NOT FOUND" TO WS-MESSAGE
               PERFORM READ-AUDIT-FOR-LOOKUP
           END-IF.

      *
      * The FEEREFND rows refunded ("D") against the original's
      * reference come off the fee before the reversal legs post, so
      * the payer, fee income and the GL each see the fee returned
      * once in total.
      *
       NET-REFUNDED-FEE.
           MOVE 0 TO WS-REFUNDED-FEE
           MOVE "N" TO WS-FRF-EOF
           OPEN INPUT FEE-REFUND-FILE
           IF WS-FRF-FILE-STATUS = "00"
               PERFORM READ-FEE-REFUND
               PERFORM NOTE-FEE-REFUND UNTIL END-OF-FEE-REFUNDS
               CLOSE FEE-REFUND-FILE
           END-IF
           IF WS-REFUNDED-FEE < WS-ORIGINAL-FEE
               SUBTRACT WS-REFUNDED-FEE FROM WS-ORIGINAL-FEE
           ELSE
               MOVE 0 TO WS-ORIGINAL-FEE
           END-IF.

       READ-FEE-REFUND.
           READ FEE-REFUND-FILE
               AT END MOVE "Y" TO WS-FRF-EOF
           END-READ.

       NOTE-FEE-REFUND.
           IF FR-REFUNDED
               AND FR-FEE-TRX-REF = WS-ORIGINAL-TRX-REF
               ADD FR-REFUND-AMOUNT TO WS-REFUNDED-FEE
           END-IF
           PERFORM READ-FEE-REFUND.

      *
      * The original posting's IDR legs come back from the rate and
      * spread the audit record carries, so the reversal restores the
           MOVE FX-CURRENCY TO WS-FX-CURRENCY(WS-FX-IDX)
           MOVE FX-BUY-RATE TO WS-FX-BUY(WS-FX-IDX)
           MOVE FX-SELL-RATE TO WS-FX-SELL(WS-FX-IDX)
           MOVE FX-RATE-DATE TO WS-FX-DATE(WS-FX-IDX)
           PERFORM READ-FX-RATE-FILE.

       FIND-FX-RATE.
           MOVE "N" TO WS-FX-OK-SW
           MOVE "N" TO WS-FX-STALE-SW
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-TABLE-COUNT
               IF WS-FX-CURRENCY(WS-FX-IDX) = WS-CURRENCY
                   IF WS-FX-DATE(WS-FX-IDX) < WS-PROCESS-DATE
                       MOVE "Y" TO WS-FX-STALE-SW
                   ELSE
                       MOVE WS-FX-SELL(WS-FX-IDX) TO WS-FX-RATE
                       MOVE WS-FX-BUY(WS-FX-IDX) TO WS-FX-BUY-RATE
                       MOVE "Y" TO WS-FX-OK-SW
                   END-IF
               END-IF
           END-PERFORM
           IF NOT FX-CONVERTED
               MOVE "15" TO WS-STATUS
               IF FX-RATE-STALE
                   MOVE "FX RATE NOT CURRENT FOR CURRENCY"
                       TO WS-MESSAGE
               ELSE
                   MOVE "NO FX RATE FOR CURRENCY" TO WS-MESSAGE
               END-IF
           END-IF.

      *
