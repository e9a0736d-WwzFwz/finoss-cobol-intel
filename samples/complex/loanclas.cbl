      * PROVPARM percentage table -- the movement between the prior
      * and required provision posts through GLPOST under the "PRV "
      * type, so the GL finally carries the credit risk.
      *
      * A loan classed 90 days or worse is non-performing and goes
      * on non-accrual: the interest it has been billed but not yet
      * paid is moved out of interest income into the interest-in-
      * suspense account under the "IIS " type, and the LNSUSP
      * register marks it so LOANBILL parks its future interest in
      * suspense too and LOANPAST releases it to income only as
      * installments are actually paid.  A loan that climbs back
      * under 90 days returns to normal accrual.  The register rolls
      * to LNSUSP.NEW and the interest-in-suspense balance of every
      * loan still carrying one lands on the LNIISRPT report for
      * finance's month end.
      *
      * Provision is charged only on the part of a loan its
      * collateral does not cover.  Every active piece on the
      * COLLMAST register is worth its appraised value less its
      * haircut, shared between the loans it secures in proportion
      * to their outstanding principal; the loan's uncovered balance
      * takes the bucket percentage.  Secured loans whose cover has
      * fallen under the COLLPARM policy ratio, and collateral whose
      * appraisal is older than the revaluation cycle, are listed on
      * the LNCOVRPT report for credit admin.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MOVEMENT-RPT-FILE ASSIGN TO "LNCLSRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-SUSP-FILE ASSIGN TO "LNSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT LOAN-SUSP-OUT-FILE ASSIGN TO "LNSUSP.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT IIS-RPT-FILE ASSIGN TO "LNIISRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COLL-FILE ASSIGN TO "COLLMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-FILE-STATUS.
           SELECT COLL-PARM-FILE ASSIGN TO "COLLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CPARM-FILE-STATUS.
           SELECT COVERAGE-RPT-FILE ASSIGN TO "LNCOVRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER               PIC X(02).
           05  LM-MOVEMENT          PIC X(20).

       FD  LOAN-SUSP-FILE.
       COPY LNSUSP.

       FD  LOAN-SUSP-OUT-FILE.
       01  LOAN-SUSP-OUT-RECORD     PIC X(43).

       FD  IIS-RPT-FILE.
       01  IIS-RPT-RECORD.
           05  IR-ACCT-NUM          PIC X(12).
           05  FILLER               PIC X(02).
           05  IR-STATUS            PIC X(12).
           05  FILLER               PIC X(02).
           05  IR-SUSPENSE-BAL      PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  IR-RECOGNIZED        PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  IR-STATUS-DATE       PIC 9(08).

       FD  COLL-FILE.
       COPY COLLMAST.

      *
      * Credit policy: the minimum cover ratio a secured loan must
      * hold and the revaluation cycle in days.
      *
       FD  COLL-PARM-FILE.
       01  COLL-PARM-RECORD.
           05  CP-MIN-COVERAGE      PIC 9V9(04).
           05  CP-REVAL-DAYS        PIC 9(04).

       FD  COVERAGE-RPT-FILE.
       01  COVERAGE-RPT-RECORD.
           05  CV-EXCEPTION         PIC X(18).
           05  FILLER               PIC X(02).
           05  CV-KEY               PIC X(12).
           05  FILLER               PIC X(02).
           05  CV-BALANCE           PIC 9(11)V99.
           05  FILLER               PIC X(02).
           05  CV-COVER-VALUE       PIC 9(11)V99.
           05  FILLER               PIC X(02).
           05  CV-RATIO             PIC 9V9(04).
           05  FILLER               PIC X(02).
           05  CV-DATE              PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SCHD-FILE-STATUS      PIC X(2).
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-CLASS-FILE-STATUS     PIC X(2).
       01  WS-SUSP-FILE-STATUS      PIC X(2).
       01  WS-COLL-FILE-STATUS      PIC X(2).
       01  WS-CPARM-FILE-STATUS     PIC X(2).
       01  WS-SCHD-EOF              PIC X(1) VALUE "N".
           88  END-OF-SCHEDULE      VALUE "Y".
       01  WS-PARM-EOF              PIC X(1) VALUE "N".
           88  END-OF-PARMS         VALUE "Y".
       01  WS-CLASS-EOF             PIC X(1) VALUE "N".
           88  END-OF-CLASSES       VALUE "Y".
       01  WS-SUSP-EOF              PIC X(1) VALUE "N".
           88  END-OF-SUSPENSE      VALUE "Y".
       01  WS-COLL-EOF              PIC X(1) VALUE "N".
           88  END-OF-COLLATERAL    VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TODAY-SERIAL          PIC 9(07) COMP.
       01  WS-DUE-SERIAL            PIC 9(07) COMP.
       01  WS-MOVED-COUNT           PIC 9(7) COMP VALUE 0.
      *
      * One slot per loan, built while the schedule streams past:
      * oldest unpaid due date, total unpaid principal, the
      * interest billed on it that has not been paid, and the share
      * of collateral value standing behind it.
      *
       01  WS-LOAN-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-LOAN-TABLE.
               10  WS-LN-OLDEST-DUE PIC 9(08).
               10  WS-LN-UNPAID-SW  PIC X(01).
               10  WS-LN-OUTSTANDING PIC 9(09)V99.
               10  WS-LN-UNPAID-INT PIC 9(09)V99.
               10  WS-LN-SECURED-SW PIC X(01).
               10  WS-LN-COVER-VALUE PIC 9(11)V99.
       01  WS-LN-SUB                PIC 9(4) COMP VALUE 0.
       01  WS-LN-FOUND-SW           PIC X(1).
           88  LOAN-SLOT-FOUND      VALUE "Y".
       01  WS-PROVISION             PIC 9(09)V99.
       01  WS-PROV-DELTA            PIC S9(09)V99.
       01  WS-ABS-DELTA             PIC 9(09)V99.
       01  WS-UNCOVERED             PIC 9(09)V99.
       01  WS-GL-PROV-EXPENSE-ACCT  PIC 9(8) VALUE 40404040.
       01  WS-GL-PROV-RESERVE-ACCT  PIC 9(8) VALUE 50505050.
       01  WS-GL-PRV-TRANS-TYPE     PIC X(4) VALUE "PRV ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
      *
      * Non-accrual: the bucket from which a loan is non-performing
      * (substandard and worse) and the suspense account its interest
      * is parked in.
      *
       01  WS-NPL-BUCKET            PIC 9(03) VALUE 090.
       01  WS-GL-INT-INCOME-ACCT    PIC 9(8) VALUE 55555555.
       01  WS-GL-INT-SUSPENSE-ACCT  PIC 9(8) VALUE 56565656.
       01  WS-GL-IIS-TRANS-TYPE     PIC X(4) VALUE "IIS ".
       01  WS-IIS-MOVE              PIC S9(09)V99.
       01  WS-NON-ACCRUAL-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-RESTORED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-IIS-TOTAL             PIC 9(11)V99 VALUE 0.
      *
      * The LNSUSP register, loaded once and written back whole.
      *
       01  WS-SUSP-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SSP-ENTRY OCCURS 2000 TIMES.
               10  WS-SSP-ACCT-NUM  PIC X(12).
               10  WS-SSP-STATUS    PIC X(01).
               10  WS-SSP-BALANCE   PIC 9(09)V99.
               10  WS-SSP-RECOGNIZED PIC 9(09)V99.
               10  WS-SSP-DATE      PIC 9(08).
       01  WS-SSP-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-SSP-FOUND-SUB         PIC 9(4) COMP VALUE 0.
      *
      * Collateral cover.  Without a COLLPARM the policy is full
      * cover and a yearly revaluation.
      *
       01  WS-MIN-COVERAGE          PIC 9V9(04) VALUE 1.0000.
       01  WS-REVAL-DAYS            PIC 9(04) VALUE 365.
       01  WS-COLL-NET-VALUE        PIC 9(11)V99.
       01  WS-COLL-LINKED-BAL       PIC 9(11)V99.
       01  WS-COLL-SHARE            PIC 9(11)V99.
       01  WS-CL-SUB                PIC 9(2) COMP VALUE 0.
       01  WS-APPRAISAL-AGE         PIC S9(07) COMP.
       01  WS-COVER-RATIO           PIC 9V9(04).
       01  WS-LOW-COVER-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-STALE-COUNT           PIC 9(7) COMP VALUE 0.
      *
      * The SUSAGE day-serial conversion, so past-due ages are true
      * day counts across month and year boundaries.
      *
           MOVE WS-CVT-SERIAL TO WS-TODAY-SERIAL
           PERFORM LOAD-PROV-PARMS
           PERFORM LOAD-PRIOR-CLASSES
           PERFORM LOAD-SUSPENSE-REGISTER
           PERFORM BUILD-LOAN-TABLE
           PERFORM LOAD-COLL-PARMS
           OPEN OUTPUT COVERAGE-RPT-FILE
           PERFORM APPLY-COLLATERAL
           OPEN OUTPUT CLASS-OUT-FILE
           OPEN OUTPUT MOVEMENT-RPT-FILE
           PERFORM CLASSIFY-ONE-LOAN
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LOAN-COUNT
           CLOSE CLASS-OUT-FILE MOVEMENT-RPT-FILE COVERAGE-RPT-FILE
           PERFORM WRITE-SUSPENSE-REGISTER
           DISPLAY "LOANCLAS: LOANS CLASSIFIED  " WS-CLASSED-COUNT
           DISPLAY "LOANCLAS: BUCKET MOVEMENTS  " WS-MOVED-COUNT
           DISPLAY "LOANCLAS: PUT ON NON-ACCRUAL " WS-NON-ACCRUAL-COUNT
           DISPLAY "LOANCLAS: BACK TO ACCRUAL   " WS-RESTORED-COUNT
           DISPLAY "LOANCLAS: INTEREST IN SUSP  " WS-IIS-TOTAL
           DISPLAY "LOANCLAS: COVER BELOW POLICY " WS-LOW-COVER-COUNT
           DISPLAY "LOANCLAS: STALE APPRAISALS  " WS-STALE-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           MOVE LC-PROVISION TO WS-PRI-PROVISION(WS-PRIOR-COUNT)
           PERFORM READ-PRIOR-CLASS.

       LOAD-SUSPENSE-REGISTER.
           OPEN INPUT LOAN-SUSP-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               PERFORM READ-SUSPENSE-ENTRY
               PERFORM STORE-SUSPENSE-ENTRY UNTIL END-OF-SUSPENSE
               CLOSE LOAN-SUSP-FILE
           END-IF.

       READ-SUSPENSE-ENTRY.
           READ LOAN-SUSP-FILE
               AT END MOVE "Y" TO WS-SUSP-EOF
           END-READ.

       STORE-SUSPENSE-ENTRY.
           PERFORM ADD-SUSPENSE-SLOT
           MOVE LSP-ACCT-NUM TO WS-SSP-ACCT-NUM(WS-SSP-FOUND-SUB)
           MOVE LSP-STATUS TO WS-SSP-STATUS(WS-SSP-FOUND-SUB)
           MOVE LSP-SUSPENSE-BAL TO WS-SSP-BALANCE(WS-SSP-FOUND-SUB)
           MOVE LSP-RECOGNIZED TO WS-SSP-RECOGNIZED(WS-SSP-FOUND-SUB)
           MOVE LSP-STATUS-DATE TO WS-SSP-DATE(WS-SSP-FOUND-SUB)
           PERFORM READ-SUSPENSE-ENTRY.

       ADD-SUSPENSE-SLOT.
           IF WS-SUSP-COUNT = 2000
               DISPLAY "LOANCLAS: SUSPENSE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSP-COUNT
           MOVE WS-SUSP-COUNT TO WS-SSP-FOUND-SUB
           MOVE SPACES TO WS-SSP-ACCT-NUM(WS-SSP-FOUND-SUB)
           MOVE "A" TO WS-SSP-STATUS(WS-SSP-FOUND-SUB)
           MOVE 0 TO WS-SSP-BALANCE(WS-SSP-FOUND-SUB)
           MOVE 0 TO WS-SSP-RECOGNIZED(WS-SSP-FOUND-SUB)
           MOVE 0 TO WS-SSP-DATE(WS-SSP-FOUND-SUB).

       FIND-SUSPENSE-ENTRY.
           MOVE 0 TO WS-SSP-FOUND-SUB
           PERFORM VARYING WS-SSP-SUB FROM 1 BY 1
               UNTIL WS-SSP-SUB > WS-SUSP-COUNT
                   OR WS-SSP-FOUND-SUB > 0
               IF WS-SSP-ACCT-NUM(WS-SSP-SUB) =
                   WS-LN-ACCT-NUM(WS-LN-SUB)
                   MOVE WS-SSP-SUB TO WS-SSP-FOUND-SUB
               END-IF
           END-PERFORM.

       BUILD-LOAN-TABLE.
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHD-FILE-STATUS = "00"
      * push the outstanding principal up and pull the oldest unpaid
      * due date back.  Rows LOANSETL marked settled are as closed
      * as paid ones -- an early-settled loan is nobody's
      * delinquency -- and so are rows LOANWOFF has written off,
      * whose provision was used up by the write-off itself.
      *
       NOTE-ONE-INSTALLMENT.
           PERFORM FIND-LOAN-SLOT
           IF NOT LS-PAID AND NOT LS-SETTLED AND NOT LS-WRITTEN-OFF
               MOVE "Y" TO WS-LN-UNPAID-SW(WS-LN-SUB)
               ADD LS-PRINCIPAL-PART
                   TO WS-LN-OUTSTANDING(WS-LN-SUB)
               IF LS-BILLED OR LS-PAST-DUE
                   ADD LS-INTEREST-PART
                       TO WS-LN-UNPAID-INT(WS-LN-SUB)
               END-IF
               IF WS-LN-OLDEST-DUE(WS-LN-SUB) = 0
                   OR LS-DUE-DATE < WS-LN-OLDEST-DUE(WS-LN-SUB)
                   MOVE LS-DUE-DATE
               MOVE 0 TO WS-LN-OLDEST-DUE(WS-LN-SUB)
               MOVE "N" TO WS-LN-UNPAID-SW(WS-LN-SUB)
               MOVE 0 TO WS-LN-OUTSTANDING(WS-LN-SUB)
               MOVE 0 TO WS-LN-UNPAID-INT(WS-LN-SUB)
               MOVE "N" TO WS-LN-SECURED-SW(WS-LN-SUB)
               MOVE 0 TO WS-LN-COVER-VALUE(WS-LN-SUB)
           END-IF.

       LOAD-COLL-PARMS.
           OPEN INPUT COLL-PARM-FILE
           IF WS-CPARM-FILE-STATUS = "00"
               READ COLL-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CP-MIN-COVERAGE TO WS-MIN-COVERAGE
                       MOVE CP-REVAL-DAYS TO WS-REVAL-DAYS
               END-READ
               CLOSE COLL-PARM-FILE
           END-IF.

       APPLY-COLLATERAL.
           OPEN INPUT COLL-FILE
           IF WS-COLL-FILE-STATUS = "00"
               PERFORM READ-COLLATERAL
               PERFORM SPREAD-ONE-COLLATERAL UNTIL END-OF-COLLATERAL
               CLOSE COLL-FILE
           END-IF.

       READ-COLLATERAL.
           READ COLL-FILE
               AT END MOVE "Y" TO WS-COLL-EOF
           END-READ.

      *
      * A piece's value after haircut is shared between the loans it
      * secures pro rata to what each still owes; a loan secured by
      * several pieces adds up its shares.  Released pieces count
      * for nothing.
      *
       SPREAD-ONE-COLLATERAL.
           IF CLT-ACTIVE
               PERFORM CHECK-APPRAISAL-AGE
               COMPUTE WS-COLL-NET-VALUE ROUNDED =
                   CLT-APPRAISED-VALUE * (1 - CLT-HAIRCUT-PCT)
               MOVE 0 TO WS-COLL-LINKED-BAL
               PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > CLT-LOAN-COUNT
                   PERFORM FIND-LINKED-LOAN
                   IF LOAN-SLOT-FOUND
                       ADD WS-LN-OUTSTANDING(WS-LN-SUB)
                           TO WS-COLL-LINKED-BAL
                   END-IF
               END-PERFORM
               IF WS-COLL-LINKED-BAL > 0
                   PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                       UNTIL WS-CL-SUB > CLT-LOAN-COUNT
                       PERFORM FIND-LINKED-LOAN
                       IF LOAN-SLOT-FOUND
                           PERFORM TAKE-COLLATERAL-SHARE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           PERFORM READ-COLLATERAL.

       FIND-LINKED-LOAN.
           MOVE "N" TO WS-LN-FOUND-SW
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LOAN-COUNT
                   OR LOAN-SLOT-FOUND
               IF WS-LN-ACCT-NUM(WS-LN-SUB) = CLT-LOAN-ACCT(WS-CL-SUB)
                   MOVE "Y" TO WS-LN-FOUND-SW
               END-IF
           END-PERFORM
           IF LOAN-SLOT-FOUND
               SUBTRACT 1 FROM WS-LN-SUB
           END-IF.

       TAKE-COLLATERAL-SHARE.
           IF WS-LN-OUTSTANDING(WS-LN-SUB) > 0
               COMPUTE WS-COLL-SHARE ROUNDED =
                   WS-COLL-NET-VALUE * WS-LN-OUTSTANDING(WS-LN-SUB)
                   / WS-COLL-LINKED-BAL
               ADD WS-COLL-SHARE TO WS-LN-COVER-VALUE(WS-LN-SUB)
               MOVE "Y" TO WS-LN-SECURED-SW(WS-LN-SUB)
           END-IF.

       CHECK-APPRAISAL-AGE.
           MOVE 0 TO WS-APPRAISAL-AGE
           IF CLT-APPRAISAL-DATE NUMERIC AND CLT-APPRAISAL-DATE > 0
               MOVE CLT-APPRAISAL-DATE TO WS-CVT-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               COMPUTE WS-APPRAISAL-AGE =
                   WS-TODAY-SERIAL - WS-CVT-SERIAL
           END-IF
           IF WS-APPRAISAL-AGE > WS-REVAL-DAYS
               OR CLT-APPRAISAL-DATE NOT NUMERIC
               OR CLT-APPRAISAL-DATE = 0
               ADD 1 TO WS-STALE-COUNT
               MOVE SPACES TO COVERAGE-RPT-RECORD
               MOVE "APPRAISAL STALE" TO CV-EXCEPTION
               MOVE CLT-COLL-ID TO CV-KEY
               MOVE CLT-APPRAISED-VALUE TO CV-BALANCE
               COMPUTE CV-COVER-VALUE ROUNDED =
                   CLT-APPRAISED-VALUE * (1 - CLT-HAIRCUT-PCT)
               MOVE 0 TO CV-RATIO
               MOVE CLT-APPRAISAL-DATE TO CV-DATE
               WRITE COVERAGE-RPT-RECORD
           END-IF.

      *
           END-IF
           PERFORM SET-BUCKET
           PERFORM COMPUTE-PROVISION
           IF WS-LN-SECURED-SW(WS-LN-SUB) = "Y"
               PERFORM CHECK-LOAN-COVERAGE
           END-IF
           PERFORM FIND-PRIOR-CLASS
           PERFORM POST-PROVISION-MOVEMENT
           PERFORM APPLY-ACCRUAL-STATUS
           PERFORM WRITE-CLASS-RECORD
           IF WS-BUCKET NOT = WS-PRIOR-BUCKET
               PERFORM WRITE-MOVEMENT-LINE
                   MOVE 000 TO WS-BUCKET
           END-EVALUATE.

      *
      * The bucket percentage applies to the uncovered balance only;
      * a loan its collateral fully covers provisions nothing.
      *
       COMPUTE-PROVISION.
           MOVE 0 TO WS-PROV-PCT
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   MOVE WS-PV-PCT(WS-PV-SUB) TO WS-PROV-PCT
               END-IF
           END-PERFORM
           IF WS-LN-COVER-VALUE(WS-LN-SUB) NOT <
               WS-LN-OUTSTANDING(WS-LN-SUB)
               MOVE 0 TO WS-UNCOVERED
           ELSE
               COMPUTE WS-UNCOVERED =
                   WS-LN-OUTSTANDING(WS-LN-SUB)
                   - WS-LN-COVER-VALUE(WS-LN-SUB)
           END-IF
           COMPUTE WS-PROVISION ROUNDED =
               WS-UNCOVERED * WS-PROV-PCT.

      *
      * Compared without dividing so an over-secured loan's ratio
      * never has to fit the report field.
      *
       CHECK-LOAN-COVERAGE.
           IF WS-LN-OUTSTANDING(WS-LN-SUB) > 0
               AND WS-LN-COVER-VALUE(WS-LN-SUB) <
                   WS-LN-OUTSTANDING(WS-LN-SUB) * WS-MIN-COVERAGE
               ADD 1 TO WS-LOW-COVER-COUNT
               COMPUTE WS-COVER-RATIO ROUNDED =
                   WS-LN-COVER-VALUE(WS-LN-SUB)
                   / WS-LN-OUTSTANDING(WS-LN-SUB)
               MOVE SPACES TO COVERAGE-RPT-RECORD
               MOVE "COVER BELOW POLICY" TO CV-EXCEPTION
               MOVE WS-LN-ACCT-NUM(WS-LN-SUB) TO CV-KEY
               MOVE WS-LN-OUTSTANDING(WS-LN-SUB) TO CV-BALANCE
               MOVE WS-LN-COVER-VALUE(WS-LN-SUB) TO CV-COVER-VALUE
               MOVE WS-COVER-RATIO TO CV-RATIO
               MOVE WS-TODAY TO CV-DATE
               WRITE COVERAGE-RPT-RECORD
           END-IF.

       FIND-PRIOR-CLASS.
           MOVE "N" TO WS-PRIOR-FOUND-SW
               END-IF
           END-IF.

      *
      * Crossing into non-performing moves the billed-but-unpaid
      * interest not already in suspense out of income.  Interest
      * parked on an earlier spell stays where it is -- only the
      * difference moves -- and a loan restored to accrual keeps any
      * residue in suspense until LOANPAST sees it paid.
      *
       APPLY-ACCRUAL-STATUS.
           PERFORM FIND-SUSPENSE-ENTRY
           IF WS-BUCKET NOT < WS-NPL-BUCKET
               IF WS-SSP-FOUND-SUB = 0
                   PERFORM ADD-SUSPENSE-SLOT
                   MOVE WS-LN-ACCT-NUM(WS-LN-SUB)
                       TO WS-SSP-ACCT-NUM(WS-SSP-FOUND-SUB)
               END-IF
               IF WS-SSP-STATUS(WS-SSP-FOUND-SUB) NOT = "N"
                   ADD 1 TO WS-NON-ACCRUAL-COUNT
                   MOVE "N" TO WS-SSP-STATUS(WS-SSP-FOUND-SUB)
                   MOVE WS-TODAY TO WS-SSP-DATE(WS-SSP-FOUND-SUB)
                   COMPUTE WS-IIS-MOVE =
                       WS-LN-UNPAID-INT(WS-LN-SUB)
                       - WS-SSP-BALANCE(WS-SSP-FOUND-SUB)
                   IF WS-IIS-MOVE > 0
                       PERFORM MOVE-INTEREST-TO-SUSPENSE
                   END-IF
               END-IF
           ELSE
               IF WS-SSP-FOUND-SUB > 0
                   IF WS-SSP-STATUS(WS-SSP-FOUND-SUB) = "N"
                       ADD 1 TO WS-RESTORED-COUNT
                       MOVE "A" TO WS-SSP-STATUS(WS-SSP-FOUND-SUB)
                       MOVE WS-TODAY TO WS-SSP-DATE(WS-SSP-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       MOVE-INTEREST-TO-SUSPENSE.
           MOVE WS-IIS-MOVE TO WS-GL-AMOUNT
           CALL "TRXNUM" USING WS-TRX-REF
           CALL "GLPOST" USING WS-GL-INT-INCOME-ACCT
               WS-GL-INT-SUSPENSE-ACCT WS-GL-AMOUNT
               WS-GL-IIS-TRANS-TYPE WS-TRX-REF
           ADD WS-GL-AMOUNT TO WS-SSP-BALANCE(WS-SSP-FOUND-SUB).

       WRITE-CLASS-RECORD.
           MOVE WS-LN-ACCT-NUM(WS-LN-SUB) TO LCO-ACCT-NUM
           MOVE WS-BUCKET TO LCO-BUCKET
           END-IF
           WRITE MOVEMENT-RPT-RECORD.

      *
      * The register rolls forward whole; the report lists every
      * loan on non-accrual or still carrying suspended interest.
      *
       WRITE-SUSPENSE-REGISTER.
           OPEN OUTPUT LOAN-SUSP-OUT-FILE
           OPEN OUTPUT IIS-RPT-FILE
           PERFORM WRITE-ONE-SUSPENSE-ENTRY
               VARYING WS-SSP-SUB FROM 1 BY 1
               UNTIL WS-SSP-SUB > WS-SUSP-COUNT
           CLOSE LOAN-SUSP-OUT-FILE IIS-RPT-FILE.

       WRITE-ONE-SUSPENSE-ENTRY.
           MOVE WS-SSP-ACCT-NUM(WS-SSP-SUB) TO LSP-ACCT-NUM
           MOVE WS-SSP-STATUS(WS-SSP-SUB) TO LSP-STATUS
           MOVE WS-SSP-BALANCE(WS-SSP-SUB) TO LSP-SUSPENSE-BAL
           MOVE WS-SSP-RECOGNIZED(WS-SSP-SUB) TO LSP-RECOGNIZED
           MOVE WS-SSP-DATE(WS-SSP-SUB) TO LSP-STATUS-DATE
           MOVE LOAN-SUSP-RECORD TO LOAN-SUSP-OUT-RECORD
           WRITE LOAN-SUSP-OUT-RECORD
           IF LSP-NON-ACCRUAL OR LSP-SUSPENSE-BAL > 0
               ADD LSP-SUSPENSE-BAL TO WS-IIS-TOTAL
               MOVE SPACES TO IIS-RPT-RECORD
               MOVE LSP-ACCT-NUM TO IR-ACCT-NUM
               IF LSP-NON-ACCRUAL
                   MOVE "NON-ACCRUAL" TO IR-STATUS
               ELSE
                   MOVE "ACCRUING" TO IR-STATUS
               END-IF
               MOVE LSP-SUSPENSE-BAL TO IR-SUSPENSE-BAL
               MOVE LSP-RECOGNIZED TO IR-RECOGNIZED
               MOVE LSP-STATUS-DATE TO IR-STATUS-DATE
               WRITE IIS-RPT-RECORD
           END-IF.

       CONVERT-DATE-TO-SERIAL.
           MOVE WS-CVT-YEAR TO WS-CVT-Y
           MOVE WS-CVT-MONTH TO WS-CVT-M
