       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCV.
      *
      * Deposit insurance single-customer view.  Every depositor's
      * eligible deposits are gathered through their CIFXREF chain
      * -- which already lists every account the customer holds,
      * jointly held ones included -- and the savings, current,
      * time-deposit and foreign-currency accounts among them are
      * valued in IDR, foreign balances at the FXRATES mid rate.  A
      * jointly held account is split evenly between its holders:
      * the ACCTM-CUST-ID owner plus every other active ACCTREL
      * holder, the owner taking any odd cent.  Products PRODMAST
      * flags as outside the scheme (related-party and interbank
      * placements) are left out, and the statutory coverage cap
      * from DIPARM is applied per depositor to split the total into
      * its insured amount and uninsured excess.
      *
      * The agency file SCVFILE carries a depositor record followed
      * by one record per contributing account; the internal
      * summary DISUMRPT totals depositors, deposits, insured,
      * uninsured and excluded amounts by the depositor's home
      * branch, with a grand total line.  An account in a currency
      * with no rate cannot be valued and is left out with RC=4 so
      * the rate file is fixed before the file goes to the agency.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DI-PARM-FILE ASSIGN TO "DIPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT CIF-XREF-FILE ASSIGN TO "CIFXREF"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CIF-KEY
               FILE STATUS IS WS-CIF-FILE-STATUS.
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
           SELECT SCV-FILE ASSIGN TO "SCVFILE"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUMMARY-RPT-FILE ASSIGN TO "DISUMRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * The statutory coverage cap per depositor, in IDR -- a data
      * file so a change in the scheme limit is not a recompile.
      *
       FD  DI-PARM-FILE.
       01  DI-PARM-RECORD.
           05  DIP-COVERAGE-CAP     PIC 9(11)V99.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  FX-RATE-FILE.
       COPY FXRATES.

       FD  RELATION-FILE.
       COPY ACCTREL.

       FD  CIF-XREF-FILE.
       COPY CIFXREF.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

      *
      * The agency's layout: fixed-width, no separators.  Depositor
      * and account records share the record under REDEFINES.
      *
       FD  SCV-FILE.
       01  SCV-RECORD.
           05  SV-REC-TYPE          PIC X(01).
               88  SV-DEPOSITOR-REC VALUE "D".
               88  SV-ACCOUNT-REC   VALUE "A".
           05  SV-CUST-ID           PIC 9(08).
           05  SV-REPORT-DATE       PIC 9(08).
           05  SV-DEPOSITOR-DATA.
               10  SV-CUST-NAME     PIC X(30).
               10  SV-CUST-TYPE     PIC X(01).
               10  SV-BRANCH        PIC X(04).
               10  SV-ACCOUNT-COUNT PIC 9(03).
               10  SV-TOTAL-DEPOSITS PIC 9(13)V99.
               10  SV-INSURED-AMOUNT PIC 9(13)V99.
               10  SV-UNINSURED-AMOUNT PIC 9(13)V99.
           05  SV-ACCOUNT-DATA REDEFINES SV-DEPOSITOR-DATA.
               10  SV-ACCT-NUM      PIC X(12).
               10  SV-ACCT-TYPE     PIC X(02).
               10  SV-CURRENCY      PIC X(03).
               10  SV-CCY-BALANCE   PIC 9(09)V99.
               10  SV-FX-RATE       PIC 9(07)V9(04).
               10  SV-HOLDER-COUNT  PIC 9(02).
               10  SV-SHARE-IDR     PIC 9(13)V99.
               10  FILLER           PIC X(27).

       FD  SUMMARY-RPT-FILE.
       01  SUMMARY-RPT-RECORD.
           05  DS-BRANCH            PIC X(04).
           05  FILLER               PIC X(02).
           05  DS-DEPOSITORS        PIC Z(06)9.
           05  FILLER               PIC X(02).
           05  DS-TOTAL-DEPOSITS    PIC Z(12)9.99.
           05  FILLER               PIC X(02).
           05  DS-INSURED           PIC Z(12)9.99.
           05  FILLER               PIC X(02).
           05  DS-UNINSURED         PIC Z(12)9.99.
           05  FILLER               PIC X(02).
           05  DS-EXCLUDED          PIC Z(12)9.99.

      *
      * One-line handoff of this step's processed count for DLYCHAIN
      * to record on the run-control history.
      *
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-PROD-FILE-STATUS      PIC X(2).
       01  WS-FX-FILE-STATUS        PIC X(2).
       01  WS-REL-FILE-STATUS       PIC X(2).
       01  WS-CIF-FILE-STATUS       PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-PROD-EOF              PIC X(1) VALUE "N".
           88  END-OF-PRODUCTS      VALUE "Y".
       01  WS-FX-EOF                PIC X(1) VALUE "N".
           88  END-OF-FX-RATES      VALUE "Y".
       01  WS-REL-EOF               PIC X(1) VALUE "N".
           88  END-OF-RELATIONS     VALUE "Y".
       01  WS-CIF-EOF               PIC X(1) VALUE "N".
           88  END-OF-XREF          VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-COVERAGE-CAP          PIC 9(11)V99 VALUE 2000000000.
       01  WS-DEPOSITOR-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-ACCOUNT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-EXCLUDED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-NO-RATE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(7) COMP VALUE 0.
      *
      * Products outside the scheme, loaded once.
      *
       01  WS-PROD-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-PROD-TABLE.
           05  WS-PRD-ENTRY OCCURS 100 TIMES.
               10  WS-PRD-CODE      PIC X(04).
       01  WS-PRD-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-PRD-EXCLUDED-SW       PIC X(1).
           88  PRODUCT-EXCLUDED     VALUE "Y".
      *
      * Mid rates, loaded once like every other small reference
      * table in this suite.
      *
       01  WS-FX-TABLE-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 10 TIMES.
               10  WS-FX-CURRENCY   PIC X(03).
               10  WS-FX-MID        PIC 9(07)V9(04).
       01  WS-FX-SUB                PIC 9(2) COMP VALUE 0.
       01  WS-RATE-FOUND-SW         PIC X(1).
           88  RATE-FOUND           VALUE "Y".
       01  WS-MID-RATE              PIC 9(07)V9(04).
      *
      * Active co-holder links, loaded once.
      *
       01  WS-REL-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-REL-TABLE.
           05  WS-RLT-ENTRY OCCURS 2000 TIMES.
               10  WS-RLT-ACCT-NUM  PIC X(12).
               10  WS-RLT-CUST-ID   PIC 9(08).
       01  WS-RLT-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-HOLDER-COUNT          PIC 9(02).
      *
      * The depositor being gathered: its running totals and the
      * account records held back until the depositor record, which
      * needs the totals, has been written.
      *
       01  WS-CURRENT-CUST-ID       PIC 9(08).
       01  WS-XREF-SUB              PIC 9(2) COMP VALUE 0.
       01  WS-DEP-TOTAL             PIC 9(13)V99.
       01  WS-DEP-INSURED           PIC 9(13)V99.
       01  WS-DEP-UNINSURED         PIC 9(13)V99.
       01  WS-DEP-EXCLUDED          PIC 9(13)V99.
       01  WS-IDR-VALUE             PIC 9(13)V99.
       01  WS-SHARE-VALUE           PIC 9(13)V99.
       01  WS-HELD-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HLD-ENTRY OCCURS 200 TIMES.
               10  WS-HLD-ACCT-NUM  PIC X(12).
               10  WS-HLD-ACCT-TYPE PIC X(02).
               10  WS-HLD-CURRENCY  PIC X(03).
               10  WS-HLD-BALANCE   PIC 9(09)V99.
               10  WS-HLD-RATE      PIC 9(07)V9(04).
               10  WS-HLD-HOLDERS   PIC 9(02).
               10  WS-HLD-SHARE     PIC 9(13)V99.
       01  WS-HLD-SUB               PIC 9(3) COMP VALUE 0.
      *
      * Branch totals for the internal summary.
      *
       01  WS-BRANCH-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRT-ENTRY OCCURS 200 TIMES.
               10  WS-BRT-BRANCH    PIC X(04).
               10  WS-BRT-DEPOSITORS PIC 9(07).
               10  WS-BRT-TOTAL     PIC 9(13)V99.
               10  WS-BRT-INSURED   PIC 9(13)V99.
               10  WS-BRT-UNINSURED PIC 9(13)V99.
               10  WS-BRT-EXCLUDED  PIC 9(13)V99.
       01  WS-BRT-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-BRT-FOUND-SW          PIC X(1).
           88  BRANCH-FOUND         VALUE "Y".
       01  WS-GRAND-DEPOSITORS      PIC 9(07) VALUE 0.
       01  WS-GRAND-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-INSURED         PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-UNINSURED       PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-EXCLUDED        PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-COVERAGE-CAP
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-FX-RATE-TABLE
           PERFORM LOAD-RELATION-TABLE
           OPEN INPUT CIF-XREF-FILE
           IF WS-CIF-FILE-STATUS NOT = "00"
               DISPLAY "DISCV: NO CIF CROSS-REFERENCE - RUN CIFXREF"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN OUTPUT SCV-FILE
           OPEN OUTPUT SUMMARY-RPT-FILE
           PERFORM READ-XREF
           PERFORM GATHER-ONE-DEPOSITOR UNTIL END-OF-XREF
           PERFORM WRITE-BRANCH-SUMMARY
           CLOSE CIF-XREF-FILE ACCT-MASTER-FILE CUSTOMER-MASTER-FILE
               SCV-FILE SUMMARY-RPT-FILE
           DISPLAY "DISCV: DEPOSITORS REPORTED  " WS-DEPOSITOR-COUNT
           DISPLAY "DISCV: ACCOUNT SHARES       " WS-ACCOUNT-COUNT
           DISPLAY "DISCV: EXCLUDED BY PRODUCT  " WS-EXCLUDED-COUNT
           DISPLAY "DISCV: NOT ON ACCOUNT MASTER " WS-MISSING-COUNT
           DISPLAY "DISCV: NO RATE FOR CURRENCY " WS-NO-RATE-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-NO-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      * A missing or unusable DIPARM leaves the current statutory
      * limit of IDR 2 billion.
      *
       LOAD-COVERAGE-CAP.
           OPEN INPUT DI-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ DI-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DIP-COVERAGE-CAP NUMERIC
                           AND DIP-COVERAGE-CAP > 0
                           MOVE DIP-COVERAGE-CAP TO WS-COVERAGE-CAP
                       END-IF
               END-READ
               CLOSE DI-PARM-FILE
           END-IF.

       LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-FILE-STATUS = "00"
               PERFORM READ-PRODUCT-MASTER
               PERFORM STORE-PRODUCT-ENTRY UNTIL END-OF-PRODUCTS
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

       READ-PRODUCT-MASTER.
           READ PRODUCT-MASTER-FILE
               AT END MOVE "Y" TO WS-PROD-EOF
           END-READ.

       STORE-PRODUCT-ENTRY.
           IF PRD-DI-EXCLUDED
               IF WS-PROD-COUNT = 100
                   DISPLAY "DISCV: PRODUCT TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PROD-COUNT
               MOVE PRD-CODE TO WS-PRD-CODE(WS-PROD-COUNT)
           END-IF
           PERFORM READ-PRODUCT-MASTER.

       LOAD-FX-RATE-TABLE.
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS = "00"
               PERFORM READ-FX-RATE
               PERFORM STORE-FX-ENTRY UNTIL END-OF-FX-RATES
               CLOSE FX-RATE-FILE
           END-IF.

       READ-FX-RATE.
           READ FX-RATE-FILE
               AT END MOVE "Y" TO WS-FX-EOF
           END-READ.

       STORE-FX-ENTRY.
           IF WS-FX-TABLE-COUNT = 10
               DISPLAY "DISCV: RATE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FX-TABLE-COUNT
           MOVE FX-CURRENCY TO WS-FX-CURRENCY(WS-FX-TABLE-COUNT)
           MOVE FX-MID-RATE TO WS-FX-MID(WS-FX-TABLE-COUNT)
           PERFORM READ-FX-RATE.

       LOAD-RELATION-TABLE.
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS = "00"
               PERFORM READ-RELATION
               PERFORM STORE-RELATION-ENTRY UNTIL END-OF-RELATIONS
               CLOSE RELATION-FILE
           END-IF.

       READ-RELATION.
           READ RELATION-FILE
               AT END MOVE "Y" TO WS-REL-EOF
           END-READ.

       STORE-RELATION-ENTRY.
           IF REL-ACTIVE
               IF WS-REL-COUNT = 2000
                   DISPLAY "DISCV: RELATION TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REL-COUNT
               MOVE REL-ACCT-NUM TO WS-RLT-ACCT-NUM(WS-REL-COUNT)
               MOVE REL-CUST-ID TO WS-RLT-CUST-ID(WS-REL-COUNT)
           END-IF
           PERFORM READ-RELATION.

       READ-XREF.
           READ CIF-XREF-FILE NEXT
               AT END MOVE "Y" TO WS-CIF-EOF
           END-READ.

      *
      * The cross-reference comes back in CIF-KEY order, so a
      * depositor's continuation records follow its first one and
      * the change of CIF-CUST-ID is the control break.
      *
       GATHER-ONE-DEPOSITOR.
           MOVE CIF-CUST-ID TO WS-CURRENT-CUST-ID
           MOVE 0 TO WS-DEP-TOTAL
           MOVE 0 TO WS-DEP-EXCLUDED
           MOVE 0 TO WS-HELD-COUNT
           PERFORM GATHER-XREF-RECORD
               UNTIL END-OF-XREF
                   OR CIF-CUST-ID NOT = WS-CURRENT-CUST-ID
           IF WS-HELD-COUNT > 0 OR WS-DEP-EXCLUDED > 0
               PERFORM FINISH-DEPOSITOR
           END-IF.

       GATHER-XREF-RECORD.
           PERFORM VALUE-ONE-ACCOUNT
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > CIF-ACCT-COUNT
           PERFORM READ-XREF.

      *
      * Closed accounts and nil balances contribute nothing; loans
      * and cards are not deposits at all.
      *
       VALUE-ONE-ACCOUNT.
           MOVE CIF-ACCT-NUM(WS-XREF-SUB) TO ACCTM-NUM
           READ ACCT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
               NOT INVALID KEY
                   IF (ACCTM-TYPE = "SA" OR ACCTM-TYPE = "CA"
                           OR ACCTM-TYPE = "TD" OR ACCTM-TYPE = "FC")
                       AND ACCTM-STATUS NOT = "C"
                       AND ACCTM-BALANCE > 0
                       PERFORM VALUE-DEPOSIT-ACCOUNT
                   END-IF
           END-READ.

       VALUE-DEPOSIT-ACCOUNT.
           PERFORM FIND-MID-RATE
           IF NOT RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY "DISCV: NO RATE FOR " ACCTM-CURRENCY
                   " - ACCOUNT " ACCTM-NUM " LEFT OUT"
           ELSE
               COMPUTE WS-IDR-VALUE ROUNDED =
                   ACCTM-BALANCE * WS-MID-RATE
               PERFORM COUNT-ACCOUNT-HOLDERS
               COMPUTE WS-SHARE-VALUE =
                   WS-IDR-VALUE / WS-HOLDER-COUNT
               IF ACCTM-CUST-ID = WS-CURRENT-CUST-ID
                   COMPUTE WS-SHARE-VALUE = WS-IDR-VALUE
                       - WS-SHARE-VALUE * (WS-HOLDER-COUNT - 1)
               END-IF
               PERFORM CHECK-PRODUCT-EXCLUSION
               IF PRODUCT-EXCLUDED
                   ADD 1 TO WS-EXCLUDED-COUNT
                   ADD WS-SHARE-VALUE TO WS-DEP-EXCLUDED
               ELSE
                   PERFORM HOLD-ACCOUNT-SHARE
               END-IF
           END-IF.

      *
      * IDR balances (and accounts booked before currencies were
      * carried) value at par.
      *
       FIND-MID-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           IF ACCTM-CURRENCY = "IDR" OR ACCTM-CURRENCY = SPACES
               MOVE 1 TO WS-MID-RATE
               MOVE "Y" TO WS-RATE-FOUND-SW
           ELSE
               PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-TABLE-COUNT
                       OR RATE-FOUND
                   IF WS-FX-CURRENCY(WS-FX-SUB) = ACCTM-CURRENCY
                       MOVE WS-FX-MID(WS-FX-SUB) TO WS-MID-RATE
                       MOVE "Y" TO WS-RATE-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-ACCOUNT-HOLDERS.
           MOVE 1 TO WS-HOLDER-COUNT
           PERFORM VARYING WS-RLT-SUB FROM 1 BY 1
               UNTIL WS-RLT-SUB > WS-REL-COUNT
               IF WS-RLT-ACCT-NUM(WS-RLT-SUB) = ACCTM-NUM
                   AND WS-RLT-CUST-ID(WS-RLT-SUB)
                       NOT = ACCTM-CUST-ID
                   AND WS-HOLDER-COUNT < 99
                   ADD 1 TO WS-HOLDER-COUNT
               END-IF
           END-PERFORM.

       CHECK-PRODUCT-EXCLUSION.
           MOVE "N" TO WS-PRD-EXCLUDED-SW
           IF ACCTM-PRODUCT-CODE NOT = SPACES
               PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PROD-COUNT
                       OR PRODUCT-EXCLUDED
                   IF WS-PRD-CODE(WS-PRD-SUB) = ACCTM-PRODUCT-CODE
                       MOVE "Y" TO WS-PRD-EXCLUDED-SW
                   END-IF
               END-PERFORM
           END-IF.

       HOLD-ACCOUNT-SHARE.
           IF WS-HELD-COUNT = 200
               DISPLAY "DISCV: DEPOSITOR ACCOUNT TABLE FULL - RAISE"
                   " OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ACCTM-NUM TO WS-HLD-ACCT-NUM(WS-HELD-COUNT)
           MOVE ACCTM-TYPE TO WS-HLD-ACCT-TYPE(WS-HELD-COUNT)
           MOVE ACCTM-CURRENCY TO WS-HLD-CURRENCY(WS-HELD-COUNT)
           MOVE ACCTM-BALANCE TO WS-HLD-BALANCE(WS-HELD-COUNT)
           MOVE WS-MID-RATE TO WS-HLD-RATE(WS-HELD-COUNT)
           MOVE WS-HOLDER-COUNT TO WS-HLD-HOLDERS(WS-HELD-COUNT)
           MOVE WS-SHARE-VALUE TO WS-HLD-SHARE(WS-HELD-COUNT)
           ADD WS-SHARE-VALUE TO WS-DEP-TOTAL.

      *
      * The cap applies to the depositor's whole eligible total,
      * not account by account.  A depositor whose deposits were
      * all excluded still counts toward the branch's excluded
      * column but sends nothing to the agency.
      *
       FINISH-DEPOSITOR.
           IF WS-DEP-TOTAL > WS-COVERAGE-CAP
               MOVE WS-COVERAGE-CAP TO WS-DEP-INSURED
           ELSE
               MOVE WS-DEP-TOTAL TO WS-DEP-INSURED
           END-IF
           COMPUTE WS-DEP-UNINSURED = WS-DEP-TOTAL - WS-DEP-INSURED
           MOVE WS-CURRENT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE SPACES TO CUST-TYPE
                   MOVE SPACES TO CUST-BRANCH-CODE
           END-READ
           IF WS-HELD-COUNT > 0
               ADD 1 TO WS-DEPOSITOR-COUNT
               MOVE SPACES TO SCV-RECORD
               MOVE "D" TO SV-REC-TYPE
               MOVE WS-CURRENT-CUST-ID TO SV-CUST-ID
               MOVE WS-TODAY TO SV-REPORT-DATE
               MOVE CUST-NAME TO SV-CUST-NAME
               MOVE CUST-TYPE TO SV-CUST-TYPE
               MOVE CUST-BRANCH-CODE TO SV-BRANCH
               MOVE WS-HELD-COUNT TO SV-ACCOUNT-COUNT
               MOVE WS-DEP-TOTAL TO SV-TOTAL-DEPOSITS
               MOVE WS-DEP-INSURED TO SV-INSURED-AMOUNT
               MOVE WS-DEP-UNINSURED TO SV-UNINSURED-AMOUNT
               WRITE SCV-RECORD
               PERFORM WRITE-ACCOUNT-RECORD
                   VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HELD-COUNT
           END-IF
           PERFORM ADD-TO-BRANCH-TOTALS.

       WRITE-ACCOUNT-RECORD.
           MOVE SPACES TO SCV-RECORD
           MOVE "A" TO SV-REC-TYPE
           MOVE WS-CURRENT-CUST-ID TO SV-CUST-ID
           MOVE WS-TODAY TO SV-REPORT-DATE
           MOVE WS-HLD-ACCT-NUM(WS-HLD-SUB) TO SV-ACCT-NUM
           MOVE WS-HLD-ACCT-TYPE(WS-HLD-SUB) TO SV-ACCT-TYPE
           MOVE WS-HLD-CURRENCY(WS-HLD-SUB) TO SV-CURRENCY
           MOVE WS-HLD-BALANCE(WS-HLD-SUB) TO SV-CCY-BALANCE
           MOVE WS-HLD-RATE(WS-HLD-SUB) TO SV-FX-RATE
           MOVE WS-HLD-HOLDERS(WS-HLD-SUB) TO SV-HOLDER-COUNT
           MOVE WS-HLD-SHARE(WS-HLD-SUB) TO SV-SHARE-IDR
           WRITE SCV-RECORD.

       ADD-TO-BRANCH-TOTALS.
           MOVE "N" TO WS-BRT-FOUND-SW
           PERFORM VARYING WS-BRT-SUB FROM 1 BY 1
               UNTIL WS-BRT-SUB > WS-BRANCH-COUNT
                   OR BRANCH-FOUND
               IF WS-BRT-BRANCH(WS-BRT-SUB) = CUST-BRANCH-CODE
                   MOVE "Y" TO WS-BRT-FOUND-SW
               END-IF
           END-PERFORM
           IF BRANCH-FOUND
               SUBTRACT 1 FROM WS-BRT-SUB
           ELSE
               IF WS-BRANCH-COUNT = 200
                   DISPLAY "DISCV: BRANCH TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRT-SUB
               MOVE CUST-BRANCH-CODE TO WS-BRT-BRANCH(WS-BRT-SUB)
               MOVE 0 TO WS-BRT-DEPOSITORS(WS-BRT-SUB)
               MOVE 0 TO WS-BRT-TOTAL(WS-BRT-SUB)
               MOVE 0 TO WS-BRT-INSURED(WS-BRT-SUB)
               MOVE 0 TO WS-BRT-UNINSURED(WS-BRT-SUB)
               MOVE 0 TO WS-BRT-EXCLUDED(WS-BRT-SUB)
           END-IF
           IF WS-HELD-COUNT > 0
               ADD 1 TO WS-BRT-DEPOSITORS(WS-BRT-SUB)
           END-IF
           ADD WS-DEP-TOTAL TO WS-BRT-TOTAL(WS-BRT-SUB)
           ADD WS-DEP-INSURED TO WS-BRT-INSURED(WS-BRT-SUB)
           ADD WS-DEP-UNINSURED TO WS-BRT-UNINSURED(WS-BRT-SUB)
           ADD WS-DEP-EXCLUDED TO WS-BRT-EXCLUDED(WS-BRT-SUB).

       WRITE-BRANCH-SUMMARY.
           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BRT-SUB FROM 1 BY 1
               UNTIL WS-BRT-SUB > WS-BRANCH-COUNT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           MOVE "*ALL" TO DS-BRANCH
           MOVE WS-GRAND-DEPOSITORS TO DS-DEPOSITORS
           MOVE WS-GRAND-TOTAL TO DS-TOTAL-DEPOSITS
           MOVE WS-GRAND-INSURED TO DS-INSURED
           MOVE WS-GRAND-UNINSURED TO DS-UNINSURED
           MOVE WS-GRAND-EXCLUDED TO DS-EXCLUDED
           WRITE SUMMARY-RPT-RECORD.

       WRITE-BRANCH-LINE.
           MOVE SPACES TO SUMMARY-RPT-RECORD
           MOVE WS-BRT-BRANCH(WS-BRT-SUB) TO DS-BRANCH
           MOVE WS-BRT-DEPOSITORS(WS-BRT-SUB) TO DS-DEPOSITORS
           MOVE WS-BRT-TOTAL(WS-BRT-SUB) TO DS-TOTAL-DEPOSITS
           MOVE WS-BRT-INSURED(WS-BRT-SUB) TO DS-INSURED
           MOVE WS-BRT-UNINSURED(WS-BRT-SUB) TO DS-UNINSURED
           MOVE WS-BRT-EXCLUDED(WS-BRT-SUB) TO DS-EXCLUDED
           WRITE SUMMARY-RPT-RECORD
           ADD WS-BRT-DEPOSITORS(WS-BRT-SUB) TO WS-GRAND-DEPOSITORS
           ADD WS-BRT-TOTAL(WS-BRT-SUB) TO WS-GRAND-TOTAL
           ADD WS-BRT-INSURED(WS-BRT-SUB) TO WS-GRAND-INSURED
           ADD WS-BRT-UNINSURED(WS-BRT-SUB) TO WS-GRAND-UNINSURED
           ADD WS-BRT-EXCLUDED(WS-BRT-SUB) TO WS-GRAND-EXCLUDED.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "DISCV" TO SS-STEP-NAME
           MOVE WS-DEPOSITOR-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
