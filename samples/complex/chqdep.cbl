       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQDEP.
      *
      * Other-bank cheque deposits.  CHQPOST only pays cheques drawn
      * on us; a cheque on another bank deposited at a branch had no
      * way onto the customer's account until it was collected.
      * Branches capture those deposits on CHQDEPIN and this run
      * credits each one the same day through PAYMENT-ENTRY from the
      * clearing settlement account, places an uncollected-funds
      * hold ("UC") for the amount on HOLDS so BALCHK will not let
      * it be spent, records the item on the CHQDEPOS register, and
      * writes it to CHQCOLL, the outward cheque-collection file for
      * the clearing house -- header, details and a count-and-hash
      * trailer, the CLREXTR discipline.
      *
      * The clearing house's CHQINRTN return file is worked first.
      * A returned cheque has its credit reversed through
      * PAYMENT-ENTRY's reversal mode against the deposit reference,
      * its hold released, and the return fee from CHQDPARM charged
      * to the depositor -- unless the fee would overdraw the
      * account, the MTHFEES rule, in which case it is reported and
      * not taken.  Then every item still uncollected whose clearing
      * days have run out is marked collected and its hold released.
      * The hold's expiry is the same clearing date, so BALCHK stops
      * counting it on that day even before the handover.
      *
      * Tonight's "UC" holds are appended to HOLDS itself as the
      * deposits are captured, the LOANBILL way with LOANRECV, so
      * LOANCOLL and MT940GEN see them in the same night's run.
      * HOLDS, with the releases marked, and the register are then
      * rewritten to HOLDS.NEW and CHQDEPOS.NEW, the usual handover.
      * A collected or returned
      * item stays on the register for the CHQDPARM retention months
      * after its status date, so a late return still finds it, and
      * is then dropped from the rewrite.  Every action lands on the
      * CHQDRPT report, and the run ends RC=4 when a deposit was
      * rejected or a return could not be matched.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-IN-FILE ASSIGN TO "CHQDEPIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPIN-FILE-STATUS.
           SELECT RETURN-IN-FILE ASSIGN TO "CHQINRTN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RTNIN-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "CHQDPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CHQDEPOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT REGISTER-OUT-FILE ASSIGN TO "CHQDEPOS.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.
           SELECT HOLDS-OUT-FILE ASSIGN TO "HOLDS.NEW"
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
           SELECT COLLECTION-OUT-FILE ASSIGN TO "CHQCOLL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DEPOSIT-RPT-FILE ASSIGN TO "CHQDRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * One deposited cheque per row as the branch captured it.
      *
       FD  DEPOSIT-IN-FILE.
       01  DEPOSIT-IN-RECORD.
           05  DI-ACCOUNT           PIC X(10).
           05  DI-DRAWEE-BANK       PIC X(04).
           05  DI-DRAWER-ACCOUNT    PIC X(12).
           05  DI-SERIAL            PIC 9(08).
           05  DI-AMOUNT            PIC 9(09)V99.
           05  DI-KEYED-BY          PIC X(08).

      *
      * The clearing house's returned items, carrying back the
      * deposit reference we sent out on CHQCOLL.
      *
       FD  RETURN-IN-FILE.
       01  RETURN-IN-RECORD.
           05  RI-DEPOSIT-REF       PIC X(16).
           05  RI-DRAWEE-BANK       PIC X(04).
           05  RI-SERIAL            PIC 9(08).
           05  RI-AMOUNT            PIC 9(09)V99.
           05  RI-REASON-CODE       PIC X(03).
           05  RI-REASON            PIC X(30).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  CQP-CLEARING-DAYS    PIC 9(02).
           05  CQP-RETURN-FEE       PIC 9(07)V99.
           05  CQP-RETAIN-MONTHS    PIC 9(03).

       FD  REGISTER-FILE.
       COPY CHQDEP.

      *
      * Output record carries the register layout under its own
      * names, the way HOLDMNT's HOLDS.NEW record mirrors HOLDS.
      *
       FD  REGISTER-OUT-FILE.
       01  REGISTER-OUT-RECORD.
           05  CQO-DEPOSIT-REF      PIC X(16).
           05  CQO-ACCOUNT          PIC X(10).
           05  CQO-DRAWEE-BANK      PIC X(04).
           05  CQO-DRAWER-ACCOUNT   PIC X(12).
           05  CQO-SERIAL           PIC 9(08).
           05  CQO-AMOUNT           PIC 9(09)V99.
           05  CQO-DEPOSIT-DATE     PIC 9(08).
           05  CQO-CLEAR-DATE       PIC 9(08).
           05  CQO-HOLD-ID          PIC 9(06).
           05  CQO-STATUS           PIC X(01).
           05  CQO-STATUS-DATE      PIC 9(08).

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

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

      *
      * Header, details, and hash trailer share the record under
      * REDEFINES, the CLROUT convention.
      *
       FD  COLLECTION-OUT-FILE.
       01  COLLECTION-OUT-RECORD.
           05  CC-REC-TYPE          PIC X(01).
               88  CC-HEADER-REC    VALUE "H".
               88  CC-DETAIL-REC    VALUE "D".
               88  CC-TRAILER-REC   VALUE "T".
           05  CC-DETAIL-DATA.
               10  CC-DRAWEE-BANK   PIC X(04).
               10  CC-DRAWER-ACCOUNT PIC X(12).
               10  CC-SERIAL        PIC 9(08).
               10  CC-AMOUNT        PIC 9(09)V99.
               10  CC-CURRENCY      PIC X(03).
               10  CC-DEPOSIT-REF   PIC X(16).
               10  CC-DEPOSIT-DATE  PIC 9(08).
           05  CC-HEADER-DATA REDEFINES CC-DETAIL-DATA.
               10  CC-FILE-DATE     PIC 9(08).
               10  CC-ORIGINATOR    PIC X(08).
               10  CC-FILE-SEQ      PIC 9(08).
               10  FILLER           PIC X(38).
           05  CC-TRAILER-DATA REDEFINES CC-DETAIL-DATA.
               10  CC-ITEM-COUNT    PIC 9(07).
               10  CC-HASH-TOTAL    PIC 9(13)V99.
               10  FILLER           PIC X(40).

       FD  DEPOSIT-RPT-FILE.
       01  DEPOSIT-RPT-RECORD.
           05  QD-ACTION            PIC X(09).
           05  FILLER               PIC X(02).
           05  QD-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  QD-DRAWEE-BANK       PIC X(04).
           05  FILLER               PIC X(02).
           05  QD-SERIAL            PIC 9(08).
           05  FILLER               PIC X(02).
           05  QD-AMOUNT            PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  QD-OUTCOME           PIC X(40).

       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-DEPIN-FILE-STATUS     PIC X(2).
       01  WS-RTNIN-FILE-STATUS     PIC X(2).
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-REG-FILE-STATUS       PIC X(2).
       01  WS-HOLDS-FILE-STATUS     PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-DEPIN-EOF             PIC X(1) VALUE "N".
           88  END-OF-DEPOSITS      VALUE "Y".
       01  WS-RTNIN-EOF             PIC X(1) VALUE "N".
           88  END-OF-RETURNS       VALUE "Y".
       01  WS-REG-EOF               PIC X(1) VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".
       01  WS-HOLDS-EOF             PIC X(1) VALUE "N".
           88  END-OF-HOLDS         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TODAY-FIELDS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR        PIC 9(04).
           05  WS-TODAY-MONTH       PIC 9(02).
           05  WS-TODAY-DAY         PIC 9(02).
       01  WS-CLEARING-DAYS         PIC 9(02) VALUE 2.
       01  WS-RETURN-FEE            PIC 9(07)V99 VALUE 25000.00.
       01  WS-CLEAR-DATE            PIC 9(08).
      *
      * Retention cutoff in YYYYMM, the ARCHPURG arithmetic: a
      * settled item whose status date falls in an earlier month
      * is not carried forward.
      *
       01  WS-RETAIN-MONTHS         PIC 9(03) VALUE 003.
       01  WS-CUTOFF-PERIOD         PIC 9(06).
       01  WS-TOTAL-MONTHS          PIC S9(07) COMP.
       01  WS-CUTOFF-YEAR           PIC 9(05) COMP.
       01  WS-CUTOFF-MONTH          PIC 9(02) COMP.
       01  WS-PURGED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-DAY-COUNT             PIC 9(02) VALUE 0.
       01  WS-HIGH-HOLD-ID          PIC 9(06) VALUE 0.
       01  WS-DEPOSIT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-RETURN-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-UNMATCHED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-COLLECTED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-FEE-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-HASH-TOTAL            PIC 9(13)V99 VALUE 0.
       01  WS-SETTLE-ACCOUNT        PIC X(10) VALUE "  60606060".
       01  WS-REJECT-REASON         PIC X(40).
      *
      * Day-after arithmetic for the clearing date: step one
      * calendar day, then let DATEUTIL find the first good business
      * day from there, once per clearing day -- the BUSDATE advance.
      *
       01  WS-NEXT-DATE             PIC 9(08).
       01  WS-NEXT-FIELDS REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YEAR         PIC 9(04).
           05  WS-NEXT-MONTH        PIC 9(02).
           05  WS-NEXT-DAY          PIC 9(02).
       01  WS-DAYS-IN-MONTH         PIC 9(02).
       01  WS-LEAP-WORK             PIC 9(04) COMP.
       01  WS-LEAP-REM              PIC 9(04) COMP.
       01  WS-LEAP-SW               PIC X(1).
      *
      * The register, loaded once and rewritten whole.  Items
      * captured tonight are added to it with their new hold; a
      * hold to come off in the HOLDS rewrite is flagged per entry.
      *
       01  WS-DEP-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 10000 TIMES.
               10  WS-DEP-REF       PIC X(16).
               10  WS-DEP-ACCOUNT   PIC X(10).
               10  WS-DEP-DRAWEE    PIC X(04).
               10  WS-DEP-DRAWER    PIC X(12).
               10  WS-DEP-SERIAL    PIC 9(08).
               10  WS-DEP-AMOUNT    PIC 9(09)V99.
               10  WS-DEP-DATE      PIC 9(08).
               10  WS-DEP-CLEAR     PIC 9(08).
               10  WS-DEP-HOLD-ID   PIC 9(06).
               10  WS-DEP-STATUS    PIC X(01).
               10  WS-DEP-STAT-DATE PIC 9(08).
               10  WS-DEP-RELEASE-SW PIC X(01).
               10  WS-DEP-NEW-SW    PIC X(01).
       01  WS-DEP-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-DEP-FOUND-SW          PIC X(1).
           88  DEPOSIT-FOUND        VALUE "Y".
       01  WS-MATCH-SUB             PIC 9(5) COMP VALUE 0.
       01  WS-RELEASE-SW            PIC X(1).
           88  RELEASE-THIS-HOLD    VALUE "Y".
       01  WS-GL-CUSTOMER-ACCT      PIC 9(8).
       01  WS-GL-FEE-INCOME-ACCT    PIC 9(8) VALUE 99999999.
       01  WS-GL-RETURN-FEE-TYPE    PIC X(4) VALUE "QRF ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
       01  WS-LEDGER-ACCOUNT-DATA.
           05  WS-LDG-ACCOUNT-NUMBER     PIC 9(10).
           05  WS-LDG-ACCOUNT-TYPE       PIC X(2) VALUE SPACES.
           05  WS-LDG-BALANCE            PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-LDG-TENURE-YEARS       PIC 9(2) COMP VALUE 0.
           05  WS-LDG-CURRENCY-CODE      PIC X(3) VALUE "IDR".
           05  WS-LDG-COMPOUND-FREQUENCY PIC 9(2) COMP VALUE 0.
       01  WS-LEDGER-AMOUNT          PIC 9(9)V99.
      *
      * Before/after images for the customer-master journal.
      *
       01  WS-CJ-BEFORE-IMAGE       PIC X(79).
       01  WS-CJ-AFTER-IMAGE        PIC X(79).
       01  WS-CJ-PROGRAM            PIC X(08) VALUE "CHQDEP  ".
      *
      * ACCTCHK check-digit interface over the 10-character
      * instruction-width account number.
      *
       01  LK-CHK-ACCOUNT          PIC X(10).
       01  LK-CHK-OK               PIC X(01).
       01  LK-PAYMENT-DATA.
           05  LK-ACCOUNT-FROM     PIC X(10).
           05  LK-ACCOUNT-TO       PIC X(10).
           05  LK-AMOUNT           PIC 9(9)V99 COMP-3.
           05  LK-CURRENCY         PIC X(3).
           05  LK-PAYMENT-TYPE     PIC X(1).
           05  LK-PROCESSING-MODE  PIC X(1).
           05  LK-ORIGINAL-TRX-REF PIC X(16).
           05  LK-ORIGINAL-FEE     PIC 9(5)V99 COMP-3.
           05  LK-VALUE-DATE       PIC 9(8).
           05  LK-OPERATOR-ID      PIC X(8).
           05  LK-CHECKER-ID       PIC X(8).
           05  LK-BENEF-BANK       PIC X(4).
       01  LK-RESULT.
           05  LK-STATUS           PIC X(2).
           05  LK-MESSAGE          PIC X(50).
           05  LK-TRX-REF          PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM COMPUTE-CLEAR-DATE
           PERFORM COMPUTE-CUTOFF-PERIOD
           PERFORM LOAD-REGISTER-TABLE
           PERFORM FIND-HIGH-HOLD-ID
           OPEN INPUT ACCT-MASTER-FILE
           OPEN OUTPUT DEPOSIT-RPT-FILE
           OPEN OUTPUT COLLECTION-OUT-FILE
           PERFORM PROCESS-RETURN-FILE
           PERFORM RELEASE-COLLECTED-ITEMS
           PERFORM WRITE-COLLECTION-HEADER
           PERFORM CAPTURE-DEPOSIT-FILE
           PERFORM WRITE-COLLECTION-TRAILER
           PERFORM APPEND-NEW-HOLDS
           CLOSE ACCT-MASTER-FILE DEPOSIT-RPT-FILE
               COLLECTION-OUT-FILE
           PERFORM REWRITE-HOLDS-FILE
           PERFORM WRITE-REGISTER-FILE
           DISPLAY "CHQDEP: DEPOSITS CREDITED   " WS-DEPOSIT-COUNT
           DISPLAY "CHQDEP: DEPOSITS REJECTED   " WS-REJECT-COUNT
           DISPLAY "CHQDEP: CHEQUES RETURNED    " WS-RETURN-COUNT
           DISPLAY "CHQDEP: RETURN FEES CHARGED " WS-FEE-COUNT
           DISPLAY "CHQDEP: RETURNS UNMATCHED   " WS-UNMATCHED-COUNT
           DISPLAY "CHQDEP: HOLDS RELEASED      " WS-COLLECTED-COUNT
           DISPLAY "CHQDEP: REGISTER ROWS AGED  " WS-PURGED-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-REJECT-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CQP-CLEARING-DAYS NUMERIC
                           MOVE CQP-CLEARING-DAYS TO WS-CLEARING-DAYS
                       END-IF
                       IF CQP-RETURN-FEE NUMERIC
                           MOVE CQP-RETURN-FEE TO WS-RETURN-FEE
                       END-IF
                       IF CQP-RETAIN-MONTHS NUMERIC
                           AND CQP-RETAIN-MONTHS > 0
                           MOVE CQP-RETAIN-MONTHS
                               TO WS-RETAIN-MONTHS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *
      * Tonight's deposits clear the given number of business days
      * after today.
      *
       COMPUTE-CLEAR-DATE.
           MOVE WS-TODAY TO WS-CLEAR-DATE
           MOVE 0 TO WS-DAY-COUNT
           PERFORM ADVANCE-ONE-BUSINESS-DAY
               UNTIL WS-DAY-COUNT NOT < WS-CLEARING-DAYS.

       ADVANCE-ONE-BUSINESS-DAY.
           MOVE WS-CLEAR-DATE TO WS-NEXT-DATE
           PERFORM ADVANCE-ONE-DAY
           CALL "DATEUTIL-NEXT-BUSDAY" USING WS-NEXT-DATE
               WS-CLEAR-DATE
           ADD 1 TO WS-DAY-COUNT.

       ADVANCE-ONE-DAY.
           PERFORM SET-DAYS-IN-MONTH
           IF WS-NEXT-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-NEXT-DAY
           ELSE
               MOVE 1 TO WS-NEXT-DAY
               IF WS-NEXT-MONTH < 12
                   ADD 1 TO WS-NEXT-MONTH
               ELSE
                   MOVE 1 TO WS-NEXT-MONTH
                   ADD 1 TO WS-NEXT-YEAR
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-NEXT-MONTH
               WHEN 02 PERFORM SET-FEBRUARY-DAYS
               WHEN 04 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 06 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 09 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-NEXT-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = 0
               MOVE "Y" TO WS-LEAP-SW
               DIVIDE WS-NEXT-YEAR BY 100 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE "N" TO WS-LEAP-SW
                   DIVIDE WS-NEXT-YEAR BY 400 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE "Y" TO WS-LEAP-SW
                   END-IF
               END-IF
               IF WS-LEAP-SW = "Y"
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       COMPUTE-CUTOFF-PERIOD.
           COMPUTE WS-TOTAL-MONTHS =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1
               - WS-RETAIN-MONTHS
           DIVIDE WS-TOTAL-MONTHS BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           COMPUTE WS-CUTOFF-PERIOD =
               WS-CUTOFF-YEAR * 100 + WS-CUTOFF-MONTH.

       LOAD-REGISTER-TABLE.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-FILE-STATUS = "00"
               PERFORM READ-REGISTER
               PERFORM STORE-REGISTER-ENTRY UNTIL END-OF-REGISTER
               CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER.
           READ REGISTER-FILE
               AT END MOVE "Y" TO WS-REG-EOF
           END-READ.

       STORE-REGISTER-ENTRY.
           IF (CQ-COLLECTED OR CQ-RETURNED)
               AND CQ-STATUS-DATE(1:6) < WS-CUTOFF-PERIOD
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               PERFORM KEEP-REGISTER-ENTRY
           END-IF
           PERFORM READ-REGISTER.

       KEEP-REGISTER-ENTRY.
           PERFORM ADD-REGISTER-ENTRY
           MOVE CQ-DEPOSIT-REF TO WS-DEP-REF(WS-DEP-COUNT)
           MOVE CQ-ACCOUNT TO WS-DEP-ACCOUNT(WS-DEP-COUNT)
           MOVE CQ-DRAWEE-BANK TO WS-DEP-DRAWEE(WS-DEP-COUNT)
           MOVE CQ-DRAWER-ACCOUNT TO WS-DEP-DRAWER(WS-DEP-COUNT)
           MOVE CQ-SERIAL TO WS-DEP-SERIAL(WS-DEP-COUNT)
           MOVE CQ-AMOUNT TO WS-DEP-AMOUNT(WS-DEP-COUNT)
           MOVE CQ-DEPOSIT-DATE TO WS-DEP-DATE(WS-DEP-COUNT)
           MOVE CQ-CLEAR-DATE TO WS-DEP-CLEAR(WS-DEP-COUNT)
           MOVE CQ-HOLD-ID TO WS-DEP-HOLD-ID(WS-DEP-COUNT)
           MOVE CQ-STATUS TO WS-DEP-STATUS(WS-DEP-COUNT)
           MOVE CQ-STATUS-DATE TO WS-DEP-STAT-DATE(WS-DEP-COUNT).

       ADD-REGISTER-ENTRY.
           IF WS-DEP-COUNT = 10000
               DISPLAY "CHQDEP: REGISTER TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEP-COUNT
           MOVE "N" TO WS-DEP-RELEASE-SW(WS-DEP-COUNT)
           MOVE "N" TO WS-DEP-NEW-SW(WS-DEP-COUNT).

      *
      * New holds continue the HOLDS numbering, as HOLDMNT's do.
      *
       FIND-HIGH-HOLD-ID.
           MOVE "N" TO WS-HOLDS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "00"
               PERFORM READ-HOLD
               PERFORM NOTE-HOLD-ID UNTIL END-OF-HOLDS
               CLOSE HOLDS-FILE
           END-IF.

       READ-HOLD.
           READ HOLDS-FILE
               AT END MOVE "Y" TO WS-HOLDS-EOF
           END-READ.

       NOTE-HOLD-ID.
           IF HLD-HOLD-ID > WS-HIGH-HOLD-ID
               MOVE HLD-HOLD-ID TO WS-HIGH-HOLD-ID
           END-IF
           PERFORM READ-HOLD.

       PROCESS-RETURN-FILE.
           OPEN INPUT RETURN-IN-FILE
           IF WS-RTNIN-FILE-STATUS = "00"
               PERFORM READ-RETURN-IN
               PERFORM APPLY-ONE-RETURN UNTIL END-OF-RETURNS
               CLOSE RETURN-IN-FILE
           END-IF.

       READ-RETURN-IN.
           READ RETURN-IN-FILE
               AT END MOVE "Y" TO WS-RTNIN-EOF
           END-READ.

      *
      * A return can arrive after the clearing days have run and the
      * hold has already come off; the credit is reversed all the
      * same, there is just no hold left to release.
      *
       APPLY-ONE-RETURN.
           PERFORM FIND-RETURNED-DEPOSIT
           MOVE SPACES TO DEPOSIT-RPT-RECORD
           MOVE "RETURN" TO QD-ACTION
           MOVE RI-DRAWEE-BANK TO QD-DRAWEE-BANK
           MOVE RI-SERIAL TO QD-SERIAL
           MOVE RI-AMOUNT TO QD-AMOUNT
           IF NOT DEPOSIT-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "UNMATCHED - NO OPEN DEPOSIT FOR REFERENCE"
                   TO QD-OUTCOME
           ELSE
               MOVE WS-DEP-ACCOUNT(WS-DEP-SUB) TO QD-ACCOUNT
               IF RI-AMOUNT NOT = WS-DEP-AMOUNT(WS-DEP-SUB)
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE "UNMATCHED - AMOUNT DIFFERS FROM DEPOSIT"
                       TO QD-OUTCOME
               ELSE
                   PERFORM REVERSE-DEPOSIT-CREDIT
               END-IF
           END-IF
           WRITE DEPOSIT-RPT-RECORD
           PERFORM READ-RETURN-IN.

       FIND-RETURNED-DEPOSIT.
           MOVE "N" TO WS-DEP-FOUND-SW
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
                   OR DEPOSIT-FOUND
               IF WS-DEP-REF(WS-DEP-SUB) = RI-DEPOSIT-REF
                   AND WS-DEP-DRAWEE(WS-DEP-SUB) = RI-DRAWEE-BANK
                   AND WS-DEP-SERIAL(WS-DEP-SUB) = RI-SERIAL
                   AND WS-DEP-STATUS(WS-DEP-SUB) NOT = "R"
                   MOVE "Y" TO WS-DEP-FOUND-SW
               END-IF
           END-PERFORM
           IF DEPOSIT-FOUND
               SUBTRACT 1 FROM WS-DEP-SUB
           END-IF.

       REVERSE-DEPOSIT-CREDIT.
           MOVE SPACES TO LK-ACCOUNT-FROM
           MOVE SPACES TO LK-ACCOUNT-TO
           MOVE 0 TO LK-AMOUNT
           MOVE "IDR" TO LK-CURRENCY
           MOVE "T" TO LK-PAYMENT-TYPE
           MOVE "R" TO LK-PROCESSING-MODE
           MOVE WS-DEP-REF(WS-DEP-SUB) TO LK-ORIGINAL-TRX-REF
           MOVE 0 TO LK-ORIGINAL-FEE
           MOVE 0 TO LK-VALUE-DATE
           MOVE "CHQDEP" TO LK-OPERATOR-ID
           MOVE SPACES TO LK-CHECKER-ID
           MOVE SPACES TO LK-BENEF-BANK
           CALL "PAYMENT-ENTRY" USING LK-PAYMENT-DATA LK-RESULT
           IF LK-STATUS NOT = "00"
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE LK-MESSAGE TO QD-OUTCOME
           ELSE
               ADD 1 TO WS-RETURN-COUNT
               IF WS-DEP-STATUS(WS-DEP-SUB) = "U"
                   MOVE "Y" TO WS-DEP-RELEASE-SW(WS-DEP-SUB)
               END-IF
               MOVE "R" TO WS-DEP-STATUS(WS-DEP-SUB)
               MOVE WS-TODAY TO WS-DEP-STAT-DATE(WS-DEP-SUB)
               PERFORM CHARGE-RETURN-FEE
           END-IF.

      *
      * The fee debits the depositor and credits fee income under
      * its own reference, as MTHFEES charges do, and is suppressed
      * rather than allowed to overdraw the account.
      *
       CHARGE-RETURN-FEE.
           MOVE "CREDIT REVERSED - FEE NOT DUE" TO QD-OUTCOME
           IF WS-RETURN-FEE > 0
               OPEN I-O CUSTOMER-MASTER-FILE
               MOVE WS-DEP-ACCOUNT(WS-DEP-SUB)(3:8) TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE "CREDIT REVERSED - CUSTOMER NOT FOUND"
                           TO QD-OUTCOME
                   NOT INVALID KEY
                       IF CUST-BALANCE < WS-RETURN-FEE
                           MOVE "CREDIT REVERSED - FEE SUPPRESSED"
                               TO QD-OUTCOME
                       ELSE
                           PERFORM POST-RETURN-FEE
                       END-IF
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       POST-RETURN-FEE.
           ADD 1 TO WS-FEE-COUNT
           CALL "TRXNUM" USING WS-TRX-REF
           MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
           SUBTRACT WS-RETURN-FEE FROM CUST-BALANCE
           MOVE WS-TODAY TO CUST-LAST-MAINT-DATE
           MOVE WS-CJ-PROGRAM TO CUST-LAST-MAINT-USER
           REWRITE CUSTOMER-RECORD
           MOVE CUSTOMER-RECORD TO WS-CJ-AFTER-IMAGE
           CALL "CUSTJRNL" USING WS-CJ-BEFORE-IMAGE
               WS-CJ-AFTER-IMAGE WS-CJ-PROGRAM WS-TRX-REF
           MOVE WS-DEP-ACCOUNT(WS-DEP-SUB)(3:8) TO WS-GL-CUSTOMER-ACCT
           MOVE WS-RETURN-FEE TO WS-GL-AMOUNT
           CALL "GLPOST" USING WS-GL-CUSTOMER-ACCT
               WS-GL-FEE-INCOME-ACCT WS-GL-AMOUNT
               WS-GL-RETURN-FEE-TYPE WS-TRX-REF
           MOVE WS-DEP-ACCOUNT(WS-DEP-SUB) TO WS-LDG-ACCOUNT-NUMBER
           MOVE WS-RETURN-FEE TO WS-LEDGER-AMOUNT
           CALL "LOGTRX" USING WS-LEDGER-ACCOUNT-DATA
               WS-LEDGER-AMOUNT WS-GL-RETURN-FEE-TYPE WS-TRX-REF
           MOVE "CREDIT REVERSED - RETURN FEE CHARGED" TO QD-OUTCOME.

      *
      * Items still uncollected once their clearing date has come
      * are taken as paid by the drawee bank.
      *
       RELEASE-COLLECTED-ITEMS.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
               IF WS-DEP-STATUS(WS-DEP-SUB) = "U"
                   AND WS-DEP-CLEAR(WS-DEP-SUB) NOT > WS-TODAY
                   PERFORM MARK-ITEM-COLLECTED
               END-IF
           END-PERFORM.

       MARK-ITEM-COLLECTED.
           ADD 1 TO WS-COLLECTED-COUNT
           MOVE "C" TO WS-DEP-STATUS(WS-DEP-SUB)
           MOVE WS-TODAY TO WS-DEP-STAT-DATE(WS-DEP-SUB)
           MOVE "Y" TO WS-DEP-RELEASE-SW(WS-DEP-SUB)
           MOVE SPACES TO DEPOSIT-RPT-RECORD
           MOVE "COLLECTED" TO QD-ACTION
           MOVE WS-DEP-ACCOUNT(WS-DEP-SUB) TO QD-ACCOUNT
           MOVE WS-DEP-DRAWEE(WS-DEP-SUB) TO QD-DRAWEE-BANK
           MOVE WS-DEP-SERIAL(WS-DEP-SUB) TO QD-SERIAL
           MOVE WS-DEP-AMOUNT(WS-DEP-SUB) TO QD-AMOUNT
           MOVE "HOLD RELEASED" TO QD-OUTCOME
           WRITE DEPOSIT-RPT-RECORD.

      *
      * The file sequence is the run date, one file per business
      * day, the CLREXTR convention.
      *
       WRITE-COLLECTION-HEADER.
           MOVE SPACES TO COLLECTION-OUT-RECORD
           MOVE "H" TO CC-REC-TYPE
           MOVE WS-TODAY TO CC-FILE-DATE
           MOVE "FINOSS" TO CC-ORIGINATOR
           MOVE WS-TODAY TO CC-FILE-SEQ
           WRITE COLLECTION-OUT-RECORD.

       WRITE-COLLECTION-TRAILER.
           MOVE SPACES TO COLLECTION-OUT-RECORD
           MOVE "T" TO CC-REC-TYPE
           MOVE WS-DEPOSIT-COUNT TO CC-ITEM-COUNT
           MOVE WS-HASH-TOTAL TO CC-HASH-TOTAL
           WRITE COLLECTION-OUT-RECORD.

       CAPTURE-DEPOSIT-FILE.
           OPEN INPUT DEPOSIT-IN-FILE
           IF WS-DEPIN-FILE-STATUS = "00"
               PERFORM READ-DEPOSIT-IN
               PERFORM CAPTURE-ONE-DEPOSIT UNTIL END-OF-DEPOSITS
               CLOSE DEPOSIT-IN-FILE
           END-IF.

       READ-DEPOSIT-IN.
           READ DEPOSIT-IN-FILE
               AT END MOVE "Y" TO WS-DEPIN-EOF
           END-READ.

       CAPTURE-ONE-DEPOSIT.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-DEPOSIT
           IF WS-REJECT-REASON = SPACES
               PERFORM CREDIT-DEPOSIT
           END-IF
           MOVE SPACES TO DEPOSIT-RPT-RECORD
           MOVE "DEPOSIT" TO QD-ACTION
           MOVE DI-ACCOUNT TO QD-ACCOUNT
           MOVE DI-DRAWEE-BANK TO QD-DRAWEE-BANK
           MOVE DI-SERIAL TO QD-SERIAL
           MOVE DI-AMOUNT TO QD-AMOUNT
           IF WS-REJECT-REASON = SPACES
               MOVE "CREDITED - UNCOLLECTED FUNDS HELD"
                   TO QD-OUTCOME
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON TO QD-OUTCOME
           END-IF
           WRITE DEPOSIT-RPT-RECORD
           PERFORM READ-DEPOSIT-IN.

      *
      * The depositing account must be a live savings or current
      * account, and the same cheque may not be deposited twice
      * while an earlier deposit of it still stands.
      *
       EDIT-DEPOSIT.
           MOVE DI-ACCOUNT TO LK-CHK-ACCOUNT
           CALL "ACCTCHK" USING LK-CHK-ACCOUNT LK-CHK-OK
           EVALUATE TRUE
               WHEN LK-CHK-OK = "N"
                   MOVE "REJECTED - ACCOUNT CHECK DIGIT BAD"
                       TO WS-REJECT-REASON
               WHEN DI-AMOUNT NOT NUMERIC OR DI-AMOUNT = 0
                   MOVE "REJECTED - INVALID AMOUNT"
                       TO WS-REJECT-REASON
               WHEN DI-DRAWEE-BANK = SPACES
                   OR DI-SERIAL NOT NUMERIC
                   MOVE "REJECTED - DRAWEE BANK OR SERIAL MISSING"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM EDIT-DEPOSIT-ACCOUNT
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-DUPLICATE-DEPOSIT
           END-IF.

       EDIT-DEPOSIT-ACCOUNT.
           MOVE SPACES TO ACCTM-NUM
           MOVE DI-ACCOUNT TO ACCTM-NUM(3:10)
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED - ACCOUNT NOT ON FILE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ACCTM-TYPE NOT = "SA" AND ACCTM-TYPE NOT = "CA"
                       MOVE "REJECTED - NOT A SAVINGS/CURRENT ACCT"
                           TO WS-REJECT-REASON
                   ELSE
                       IF ACCTM-STATUS NOT = "A"
                           MOVE "REJECTED - ACCOUNT NOT ACTIVE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ.

       CHECK-DUPLICATE-DEPOSIT.
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-DEP-COUNT
               IF WS-DEP-DRAWEE(WS-MATCH-SUB) = DI-DRAWEE-BANK
                   AND WS-DEP-DRAWER(WS-MATCH-SUB) = DI-DRAWER-ACCOUNT
                   AND WS-DEP-SERIAL(WS-MATCH-SUB) = DI-SERIAL
                   AND WS-DEP-STATUS(WS-MATCH-SUB) NOT = "R"
                   MOVE "REJECTED - CHEQUE ALREADY DEPOSITED"
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

      *
      * The credit rides PAYMENT-ENTRY from the clearing settlement
      * account, as INCLRNG's inward credits do; its reference is
      * the deposit reference the return and the reversal key on.
      *
       CREDIT-DEPOSIT.
           MOVE WS-SETTLE-ACCOUNT TO LK-ACCOUNT-FROM
           MOVE DI-ACCOUNT TO LK-ACCOUNT-TO
           MOVE DI-AMOUNT TO LK-AMOUNT
           MOVE "IDR" TO LK-CURRENCY
           MOVE "T" TO LK-PAYMENT-TYPE
           MOVE "S" TO LK-PROCESSING-MODE
           MOVE SPACES TO LK-ORIGINAL-TRX-REF
           MOVE 0 TO LK-ORIGINAL-FEE
           MOVE 0 TO LK-VALUE-DATE
           MOVE DI-KEYED-BY TO LK-OPERATOR-ID
           MOVE SPACES TO LK-CHECKER-ID
           MOVE SPACES TO LK-BENEF-BANK
           CALL "PAYMENT-ENTRY" USING LK-PAYMENT-DATA LK-RESULT
           IF LK-STATUS = "00"
               PERFORM RECORD-NEW-DEPOSIT
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "REJECTED - " DELIMITED BY SIZE
                   LK-MESSAGE DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.

       RECORD-NEW-DEPOSIT.
           ADD 1 TO WS-DEPOSIT-COUNT
           ADD DI-AMOUNT TO WS-HASH-TOTAL
           ADD 1 TO WS-HIGH-HOLD-ID
           PERFORM ADD-REGISTER-ENTRY
           MOVE LK-TRX-REF TO WS-DEP-REF(WS-DEP-COUNT)
           MOVE DI-ACCOUNT TO WS-DEP-ACCOUNT(WS-DEP-COUNT)
           MOVE DI-DRAWEE-BANK TO WS-DEP-DRAWEE(WS-DEP-COUNT)
           MOVE DI-DRAWER-ACCOUNT TO WS-DEP-DRAWER(WS-DEP-COUNT)
           MOVE DI-SERIAL TO WS-DEP-SERIAL(WS-DEP-COUNT)
           MOVE DI-AMOUNT TO WS-DEP-AMOUNT(WS-DEP-COUNT)
           MOVE WS-TODAY TO WS-DEP-DATE(WS-DEP-COUNT)
           MOVE WS-CLEAR-DATE TO WS-DEP-CLEAR(WS-DEP-COUNT)
           MOVE WS-HIGH-HOLD-ID TO WS-DEP-HOLD-ID(WS-DEP-COUNT)
           MOVE "U" TO WS-DEP-STATUS(WS-DEP-COUNT)
           MOVE WS-TODAY TO WS-DEP-STAT-DATE(WS-DEP-COUNT)
           MOVE "Y" TO WS-DEP-NEW-SW(WS-DEP-COUNT)
           MOVE SPACES TO COLLECTION-OUT-RECORD
           MOVE "D" TO CC-REC-TYPE
           MOVE DI-DRAWEE-BANK TO CC-DRAWEE-BANK
           MOVE DI-DRAWER-ACCOUNT TO CC-DRAWER-ACCOUNT
           MOVE DI-SERIAL TO CC-SERIAL
           MOVE DI-AMOUNT TO CC-AMOUNT
           MOVE "IDR" TO CC-CURRENCY
           MOVE LK-TRX-REF TO CC-DEPOSIT-REF
           MOVE WS-TODAY TO CC-DEPOSIT-DATE
           WRITE COLLECTION-OUT-RECORD.

      *
      * Tonight's deposits' holds go straight onto HOLDS, so BALCHK
      * counts them for the rest of the night's schedule without
      * waiting for the HOLDS.NEW handover.
      *
       APPEND-NEW-HOLDS.
           OPEN EXTEND HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS NOT = "00"
               OPEN OUTPUT HOLDS-FILE
           END-IF
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
               IF WS-DEP-NEW-SW(WS-DEP-SUB) = "Y"
                   PERFORM APPEND-DEPOSIT-HOLD
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE.

      *
      * HOLDS, tonight's holds included, is carried forward with
      * returned and collected items' holds released.
      *
       REWRITE-HOLDS-FILE.
           OPEN OUTPUT HOLDS-OUT-FILE
           MOVE "N" TO WS-HOLDS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "00"
               PERFORM READ-HOLD
               PERFORM CARRY-ONE-HOLD UNTIL END-OF-HOLDS
               CLOSE HOLDS-FILE
           END-IF
           CLOSE HOLDS-OUT-FILE.

       CARRY-ONE-HOLD.
           MOVE HOLD-RECORD TO HOLDS-OUT-RECORD
           IF HLD-ACTIVE
               PERFORM FIND-HOLD-TO-RELEASE
               IF RELEASE-THIS-HOLD
                   MOVE "R" TO HLO-STATUS
               END-IF
           END-IF
           WRITE HOLDS-OUT-RECORD
           PERFORM READ-HOLD.

       FIND-HOLD-TO-RELEASE.
           MOVE "N" TO WS-RELEASE-SW
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-DEP-COUNT
                   OR RELEASE-THIS-HOLD
               IF WS-DEP-RELEASE-SW(WS-MATCH-SUB) = "Y"
                   AND WS-DEP-HOLD-ID(WS-MATCH-SUB) = HLD-HOLD-ID
                   MOVE "Y" TO WS-RELEASE-SW
               END-IF
           END-PERFORM.

       APPEND-DEPOSIT-HOLD.
           MOVE WS-DEP-HOLD-ID(WS-DEP-SUB) TO HLD-HOLD-ID
           MOVE WS-DEP-ACCOUNT(WS-DEP-SUB) TO HLD-ACCOUNT
           MOVE WS-DEP-AMOUNT(WS-DEP-SUB) TO HLD-AMOUNT
           MOVE "UC" TO HLD-REASON-CODE
           MOVE "CHQDEP" TO HLD-PLACED-BY
           MOVE WS-TODAY TO HLD-PLACED-DATE
           MOVE WS-DEP-CLEAR(WS-DEP-SUB) TO HLD-EXPIRY-DATE
           MOVE "A" TO HLD-STATUS
           WRITE HOLD-RECORD.

       WRITE-REGISTER-FILE.
           OPEN OUTPUT REGISTER-OUT-FILE
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
               PERFORM WRITE-ONE-REGISTER-ROW
           END-PERFORM
           CLOSE REGISTER-OUT-FILE.

       WRITE-ONE-REGISTER-ROW.
           MOVE WS-DEP-REF(WS-DEP-SUB) TO CQO-DEPOSIT-REF
           MOVE WS-DEP-ACCOUNT(WS-DEP-SUB) TO CQO-ACCOUNT
           MOVE WS-DEP-DRAWEE(WS-DEP-SUB) TO CQO-DRAWEE-BANK
           MOVE WS-DEP-DRAWER(WS-DEP-SUB) TO CQO-DRAWER-ACCOUNT
           MOVE WS-DEP-SERIAL(WS-DEP-SUB) TO CQO-SERIAL
           MOVE WS-DEP-AMOUNT(WS-DEP-SUB) TO CQO-AMOUNT
           MOVE WS-DEP-DATE(WS-DEP-SUB) TO CQO-DEPOSIT-DATE
           MOVE WS-DEP-CLEAR(WS-DEP-SUB) TO CQO-CLEAR-DATE
           MOVE WS-DEP-HOLD-ID(WS-DEP-SUB) TO CQO-HOLD-ID
           MOVE WS-DEP-STATUS(WS-DEP-SUB) TO CQO-STATUS
           MOVE WS-DEP-STAT-DATE(WS-DEP-SUB) TO CQO-STATUS-DATE
           WRITE REGISTER-OUT-RECORD.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "CHQDEP" TO SS-STEP-NAME
           MOVE WS-DEPOSIT-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
