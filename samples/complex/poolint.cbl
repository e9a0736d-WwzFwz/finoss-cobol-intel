       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOLINT.
      *
      * Daily notional-pool interest accrual, run in DLYCHAIN after
      * ODINT.  SWEEPGEN physically concentrates a group's cash; a
      * group barred from sweeping across its legal entities is
      * pooled notionally on POOLSTR instead.  Each active pool's
      * net position is the sum of its participating accounts'
      * customer balances tonight; a net credit earns at the pool's
      * credit rate key and a net debit pays at its debit rate key,
      * each matched on INTRATES by the size of the net position
      * the way CALCINT matches a tier, first match wins.  One day's
      * interest at that rate over 365 is allocated back to the
      * accounts -- in proportion to what each contributed to the
      * winning side, or all to the header account.
      *
      * Credit shares are accrued for the month: each night's share
      * goes on POOLHIST, and the month-to-date total per account is
      * added to the ACCRUALS file CALCINT has just rewritten, for
      * INTCAP to capitalize like any other accrual, with the day's
      * share journalled to interest expense the CALCINT way.  Debit
      * shares append to ODACCR as a day's row each, for ODINTCAP to
      * charge at month end.  CALCINT and ODINT leave every pooled
      * account alone, so an account never accrues twice.
      *
      * The night's position and shares append to POOLHIST for the
      * POOLSTMT pool statement; a pool already on POOLHIST for the
      * business date is not accrued again on a rerun.  POOLRPT
      * lists each pool's outcome, and the run ends RC=4 when a pool
      * could not be accrued -- no rate row, or a participant whose
      * customer is not on file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-STRUCTURE-FILE ASSIGN TO "POOLSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-FILE-STATUS.
           SELECT POOL-HISTORY-FILE ASSIGN TO "POOLHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "INTRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUALS"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OD-ACCRUAL-FILE ASSIGN TO "ODACCR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT POOL-RPT-FILE ASSIGN TO "POOLRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POOL-STRUCTURE-FILE.
       COPY POOLSTR.

       FD  POOL-HISTORY-FILE.
       COPY POOLHIST.

       FD  RATE-TABLE-FILE.
       COPY RATETBL.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  ACCRUAL-FILE.
       COPY ACCRUALS.

       FD  OD-ACCRUAL-FILE.
       COPY ODACCR.

       FD  POOL-RPT-FILE.
       01  POOL-RPT-RECORD.
           05  PR-POOL-ID           PIC X(08).
           05  FILLER               PIC X(02).
           05  PR-DATE              PIC 9(08).
           05  FILLER               PIC X(02).
           05  PR-NET-BALANCE       PIC -(12)9.99.
           05  FILLER               PIC X(02).
           05  PR-RATE              PIC 9.9(04).
           05  FILLER               PIC X(02).
           05  PR-DIRECTION         PIC X(01).
           05  FILLER               PIC X(02).
           05  PR-DAY-INTEREST      PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  PR-PARTICIPANTS      PIC ZZZ9.
           05  FILLER               PIC X(02).
           05  PR-OUTCOME           PIC X(40).

      *
      * One-line handoff of this step's processed count for DLYCHAIN
      * to carry onto the run-control history.
      *
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-POOL-FILE-STATUS      PIC X(2).
       01  WS-HIST-FILE-STATUS      PIC X(2).
       01  WS-RATE-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-POOL-EOF              PIC X(1) VALUE "N".
           88  END-OF-STRUCTURE     VALUE "Y".
       01  WS-HIST-EOF              PIC X(1) VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".
       01  WS-RATE-EOF              PIC X(1) VALUE "N".
           88  END-OF-RATES         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-CURRENT-MONTH         PIC 9(06).
       01  WS-ACCRUED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-ACCRUAL-ROWS          PIC 9(7) COMP VALUE 0.
       01  WS-OD-ROWS               PIC 9(7) COMP VALUE 0.
      *
      * The INTRATES rows, held for the run; a pool's rate key picks
      * among them the way an account type does in CALCINT.
      *
       01  WS-RATE-TABLE-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RT-ACCOUNT-TYPE PIC X(02).
               10  WS-RT-MIN-BALANCE  PIC 9(09)V99.
               10  WS-RT-CURRENCY     PIC X(03).
               10  WS-RT-CUST-TYPE    PIC X(01).
               10  WS-RT-RATE         PIC 9V9(04).
       01  WS-RATE-FOUND-SW         PIC X(1).
           88  RATE-FOUND           VALUE "Y".
       01  WS-RATE-KEY              PIC X(02).
       01  WS-RATE                  PIC 9V9(04).
      *
      * Pools and their participants from POOLSTR.  The header
      * account is loaded as its pool's first participant.
      *
       01  WS-POOL-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 200 TIMES.
               10  WS-PL-POOL-ID      PIC X(08).
               10  WS-PL-CURRENCY     PIC X(03).
               10  WS-PL-CREDIT-KEY   PIC X(02).
               10  WS-PL-DEBIT-KEY    PIC X(02).
               10  WS-PL-METHOD       PIC X(01).
               10  WS-PL-STATUS       PIC X(01).
               10  WS-PL-DONE-SW      PIC X(01).
               10  WS-PL-MEMBERS      PIC 9(4) COMP.
       01  WS-PL-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-PL-FOUND-SW           PIC X(1).
           88  POOL-FOUND           VALUE "Y".
       01  WS-FIND-POOL-ID          PIC X(08).
       01  WS-PTP-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-PTP-TABLE.
           05  WS-PTP-ENTRY OCCURS 2000 TIMES.
               10  WS-PTP-POOL-SUB    PIC 9(3) COMP.
               10  WS-PTP-ACCT-NUM    PIC X(12).
               10  WS-PTP-CUST-ID     PIC 9(08).
               10  WS-PTP-BALANCE     PIC S9(09)V99.
               10  WS-PTP-SHARE       PIC 9(09)V99.
               10  WS-PTP-MTD-CREDIT  PIC 9(09)V99.
       01  WS-PTP-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-PTP-FOUND-SW          PIC X(1).
           88  PARTICIPANT-FOUND    VALUE "Y".
       01  WS-FIND-ACCT-NUM         PIC X(12).
       01  WS-FIND-CUST-ID          PIC 9(08).
      *
      * One pool's night.
      *
       01  WS-NET-BALANCE           PIC S9(11)V99.
       01  WS-NET-SIZE              PIC 9(11)V99.
       01  WS-CREDIT-TOTAL          PIC 9(11)V99.
       01  WS-DEBIT-TOTAL           PIC 9(11)V99.
       01  WS-SHARE-BASIS           PIC 9(11)V99.
       01  WS-DIRECTION             PIC X(01).
           88  NET-CREDIT           VALUE "C".
           88  NET-DEBIT            VALUE "D".
       01  WS-DAY-INTEREST          PIC 9(09)V99.
       01  WS-ALLOCATED             PIC 9(09)V99.
       01  WS-LAST-SHARER           PIC 9(4) COMP VALUE 0.
       01  WS-MISSING-SW            PIC X(1).
           88  CUSTOMER-MISSING     VALUE "Y".
       01  WS-POOL-OUTCOME          PIC X(40).
       01  WS-GL-INTEREST-EXPENSE-ACCT PIC 9(8) VALUE 88888888.
       01  WS-GL-CUSTOMER-ACCT      PIC 9(8).
       01  WS-GL-TRANS-TYPE         PIC X(4) VALUE "INT ".
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-CURRENT-MONTH
           OPEN INPUT POOL-STRUCTURE-FILE
           IF WS-POOL-FILE-STATUS NOT = "00"
               DISPLAY "POOLINT: NO POOL STRUCTURE, NOTHING TO DO"
               PERFORM WRITE-STEP-STAT
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-STRUCTURE
           PERFORM STORE-STRUCTURE-ROW UNTIL END-OF-STRUCTURE
           CLOSE POOL-STRUCTURE-FILE
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-MONTH-HISTORY
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN EXTEND ACCRUAL-FILE
           OPEN EXTEND OD-ACCRUAL-FILE
           OPEN EXTEND POOL-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               OPEN OUTPUT POOL-HISTORY-FILE
           END-IF
           OPEN OUTPUT POOL-RPT-FILE
           PERFORM ACCRUE-ONE-POOL
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-POOL-COUNT
           PERFORM WRITE-MONTH-ACCRUAL
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT
           CLOSE CUSTOMER-MASTER-FILE ACCRUAL-FILE OD-ACCRUAL-FILE
               POOL-HISTORY-FILE POOL-RPT-FILE
           DISPLAY "POOLINT: POOLS ON FILE        " WS-POOL-COUNT
           DISPLAY "POOLINT: POOLS ACCRUED        " WS-ACCRUED-COUNT
           DISPLAY "POOLINT: POOLS NOT ACCRUED    " WS-FAILED-COUNT
           DISPLAY "POOLINT: CREDIT ACCRUAL ROWS  " WS-ACCRUAL-ROWS
           DISPLAY "POOLINT: DEBIT ACCRUAL ROWS   " WS-OD-ROWS
           PERFORM WRITE-STEP-STAT
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-STRUCTURE.
           READ POOL-STRUCTURE-FILE
               AT END MOVE "Y" TO WS-POOL-EOF
           END-READ.

      *
      * A participant row must follow its pool's header, and an
      * account may sit in one pool only -- a second row for it is
      * refused rather than let it earn twice.
      *
       STORE-STRUCTURE-ROW.
           EVALUATE TRUE
               WHEN PS-HEADER-REC
                   PERFORM STORE-POOL-HEADER
               WHEN PS-PARTICIPANT-REC
                   MOVE PS-POOL-ID TO WS-FIND-POOL-ID
                   PERFORM FIND-POOL
                   IF POOL-FOUND
                       MOVE PS-ACCT-NUM TO WS-FIND-ACCT-NUM
                       MOVE PS-CUST-ID TO WS-FIND-CUST-ID
                       PERFORM STORE-PARTICIPANT
                   ELSE
                       DISPLAY "POOLINT: " PS-ACCT-NUM
                           " NAMES NO POOL HEADER " PS-POOL-ID
                   END-IF
               WHEN OTHER
                   DISPLAY "POOLINT: BAD STRUCTURE ROW FOR POOL "
                       PS-POOL-ID
           END-EVALUATE
           PERFORM READ-STRUCTURE.

       STORE-POOL-HEADER.
           MOVE PS-POOL-ID TO WS-FIND-POOL-ID
           PERFORM FIND-POOL
           IF POOL-FOUND
               DISPLAY "POOLINT: DUPLICATE HEADER FOR POOL " PS-POOL-ID
           ELSE
               IF WS-POOL-COUNT = 200
                   DISPLAY "POOLINT: POOL TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POOL-COUNT
               MOVE WS-POOL-COUNT TO WS-PL-SUB
               MOVE PS-POOL-ID TO WS-PL-POOL-ID(WS-PL-SUB)
               MOVE PS-CURRENCY TO WS-PL-CURRENCY(WS-PL-SUB)
               MOVE PS-CREDIT-RATE-KEY TO WS-PL-CREDIT-KEY(WS-PL-SUB)
               IF PS-CREDIT-RATE-KEY = SPACES
                   MOVE "NP" TO WS-PL-CREDIT-KEY(WS-PL-SUB)
               END-IF
               MOVE PS-DEBIT-RATE-KEY TO WS-PL-DEBIT-KEY(WS-PL-SUB)
               IF PS-DEBIT-RATE-KEY = SPACES
                   MOVE "OD" TO WS-PL-DEBIT-KEY(WS-PL-SUB)
               END-IF
               MOVE PS-ALLOC-METHOD TO WS-PL-METHOD(WS-PL-SUB)
               MOVE PS-STATUS TO WS-PL-STATUS(WS-PL-SUB)
               MOVE "N" TO WS-PL-DONE-SW(WS-PL-SUB)
               MOVE 0 TO WS-PL-MEMBERS(WS-PL-SUB)
               MOVE PS-HEADER-ACCT TO WS-FIND-ACCT-NUM
               MOVE PS-HEADER-CUST-ID TO WS-FIND-CUST-ID
               PERFORM STORE-PARTICIPANT
           END-IF.

       FIND-POOL.
           MOVE "N" TO WS-PL-FOUND-SW
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-POOL-COUNT OR POOL-FOUND
               IF WS-PL-POOL-ID(WS-PL-SUB) = WS-FIND-POOL-ID
                   MOVE "Y" TO WS-PL-FOUND-SW
               END-IF
           END-PERFORM
           IF POOL-FOUND
               SUBTRACT 1 FROM WS-PL-SUB
           END-IF.

      *
      * CUSTMAST carries one balance per customer, so a customer
      * counts once in a pool however many of its accounts are
      * linked.
      *
       STORE-PARTICIPANT.
           PERFORM FIND-PARTICIPANT
           IF PARTICIPANT-FOUND
               DISPLAY "POOLINT: " WS-FIND-ACCT-NUM
                   " ALREADY IN POOL "
                   WS-PL-POOL-ID(WS-PTP-POOL-SUB(WS-PTP-SUB))
                   " - ROW IGNORED"
           ELSE
               PERFORM FIND-POOL-CUSTOMER
               IF PARTICIPANT-FOUND
                   DISPLAY "POOLINT: CUSTOMER " WS-FIND-CUST-ID
                       " ALREADY COUNTED IN POOL "
                       WS-PL-POOL-ID(WS-PL-SUB) " - ROW IGNORED"
               ELSE
                   PERFORM ADD-PARTICIPANT
               END-IF
           END-IF.

       FIND-PARTICIPANT.
           MOVE "N" TO WS-PTP-FOUND-SW
           PERFORM VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT OR PARTICIPANT-FOUND
               IF WS-PTP-ACCT-NUM(WS-PTP-SUB) = WS-FIND-ACCT-NUM
                   MOVE "Y" TO WS-PTP-FOUND-SW
               END-IF
           END-PERFORM
           IF PARTICIPANT-FOUND
               SUBTRACT 1 FROM WS-PTP-SUB
           END-IF.

       FIND-POOL-CUSTOMER.
           MOVE "N" TO WS-PTP-FOUND-SW
           PERFORM VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT OR PARTICIPANT-FOUND
               IF WS-PTP-POOL-SUB(WS-PTP-SUB) = WS-PL-SUB
                   AND WS-PTP-CUST-ID(WS-PTP-SUB) = WS-FIND-CUST-ID
                   MOVE "Y" TO WS-PTP-FOUND-SW
               END-IF
           END-PERFORM
           IF PARTICIPANT-FOUND
               SUBTRACT 1 FROM WS-PTP-SUB
           END-IF.

       ADD-PARTICIPANT.
           IF WS-PTP-COUNT = 2000
               DISPLAY "POOLINT: PARTICIPANT TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PTP-COUNT
           MOVE WS-PTP-COUNT TO WS-PTP-SUB
           MOVE WS-PL-SUB TO WS-PTP-POOL-SUB(WS-PTP-SUB)
           MOVE WS-FIND-ACCT-NUM TO WS-PTP-ACCT-NUM(WS-PTP-SUB)
           MOVE WS-FIND-CUST-ID TO WS-PTP-CUST-ID(WS-PTP-SUB)
           MOVE 0 TO WS-PTP-BALANCE(WS-PTP-SUB)
           MOVE 0 TO WS-PTP-SHARE(WS-PTP-SUB)
           MOVE 0 TO WS-PTP-MTD-CREDIT(WS-PTP-SUB)
           ADD 1 TO WS-PL-MEMBERS(WS-PL-SUB).

       LOAD-RATE-TABLE.
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
           IF WS-RATE-TABLE-COUNT = 50
               DISPLAY "POOLINT: RATE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-TABLE-COUNT
           SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT
           MOVE RT-ACCOUNT-TYPE TO WS-RT-ACCOUNT-TYPE(WS-RATE-IDX)
           MOVE RT-MIN-BALANCE TO WS-RT-MIN-BALANCE(WS-RATE-IDX)
           MOVE RT-CURRENCY TO WS-RT-CURRENCY(WS-RATE-IDX)
           MOVE RT-CUST-TYPE TO WS-RT-CUST-TYPE(WS-RATE-IDX)
           MOVE RT-RATE TO WS-RT-RATE(WS-RATE-IDX)
           PERFORM READ-RATE-ROW.

      *
      * The month's credit shares so far, per account, and the
      * pools already accrued for tonight.
      *
       LOAD-MONTH-HISTORY.
           OPEN INPUT POOL-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
               PERFORM READ-HISTORY
               PERFORM NOTE-HISTORY-ROW UNTIL END-OF-HISTORY
               CLOSE POOL-HISTORY-FILE
           END-IF.

       READ-HISTORY.
           READ POOL-HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.

       NOTE-HISTORY-ROW.
           MOVE PH-POOL-ID TO WS-FIND-POOL-ID
           PERFORM FIND-POOL
           IF POOL-FOUND
               EVALUATE TRUE
                   WHEN PH-POSITION-REC AND PH-DATE = WS-TODAY
                       MOVE "Y" TO WS-PL-DONE-SW(WS-PL-SUB)
                   WHEN PH-ALLOCATION-REC
                       AND PH-DATE(1:6) = WS-CURRENT-MONTH
                       AND PH-ALLOC-DIRECTION = "C"
                       PERFORM ADD-MONTH-CREDIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-HISTORY.

       ADD-MONTH-CREDIT.
           MOVE PH-ACCT-NUM TO WS-FIND-ACCT-NUM
           PERFORM FIND-PARTICIPANT
           IF PARTICIPANT-FOUND
               AND WS-PTP-POOL-SUB(WS-PTP-SUB) = WS-PL-SUB
               ADD PH-ALLOCATED TO WS-PTP-MTD-CREDIT(WS-PTP-SUB)
           ELSE
               DISPLAY "POOLINT: " PH-ACCT-NUM " LEFT POOL "
                   PH-POOL-ID " - MONTH CREDIT NOT CARRIED"
           END-IF.

       ACCRUE-ONE-POOL.
           MOVE SPACES TO POOL-RPT-RECORD
           MOVE WS-PL-POOL-ID(WS-PL-SUB) TO PR-POOL-ID
           MOVE WS-TODAY TO PR-DATE
           MOVE 0 TO PR-NET-BALANCE
           MOVE 0 TO PR-RATE
           MOVE 0 TO PR-DAY-INTEREST
           MOVE WS-PL-MEMBERS(WS-PL-SUB) TO PR-PARTICIPANTS
           EVALUATE TRUE
               WHEN WS-PL-STATUS(WS-PL-SUB) NOT = "A"
                   MOVE "POOL SUSPENDED - NO ACCRUAL" TO PR-OUTCOME
               WHEN WS-PL-DONE-SW(WS-PL-SUB) = "Y"
                   MOVE "ALREADY ACCRUED FOR THE DAY" TO PR-OUTCOME
               WHEN OTHER
                   PERFORM ACCRUE-ACTIVE-POOL
           END-EVALUATE
           WRITE POOL-RPT-RECORD.

       ACCRUE-ACTIVE-POOL.
           PERFORM GATHER-POOL-POSITION
           IF CUSTOMER-MISSING
               ADD 1 TO WS-FAILED-COUNT
               MOVE "NOT ACCRUED - PARTICIPANT NOT ON CUSTMAST"
                   TO PR-OUTCOME
           ELSE
               PERFORM PRICE-POOL-POSITION
           END-IF.

      *
      * Tonight's customer balances: credits and debits are summed
      * apart as well as netted, the sides proportional allocation
      * shares over.
      *
       GATHER-POOL-POSITION.
           MOVE "N" TO WS-MISSING-SW
           MOVE 0 TO WS-NET-BALANCE
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE 0 TO WS-DEBIT-TOTAL
           PERFORM READ-PARTICIPANT-BALANCE
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT
           MOVE WS-NET-BALANCE TO PR-NET-BALANCE.

       READ-PARTICIPANT-BALANCE.
           IF WS-PTP-POOL-SUB(WS-PTP-SUB) = WS-PL-SUB
               MOVE 0 TO WS-PTP-BALANCE(WS-PTP-SUB)
               MOVE 0 TO WS-PTP-SHARE(WS-PTP-SUB)
               MOVE WS-PTP-CUST-ID(WS-PTP-SUB) TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE "Y" TO WS-MISSING-SW
                       DISPLAY "POOLINT: CUSTOMER "
                           WS-PTP-CUST-ID(WS-PTP-SUB)
                           " NOT ON FILE FOR POOL "
                           WS-PL-POOL-ID(WS-PL-SUB)
                   NOT INVALID KEY
                       MOVE CUST-BALANCE TO WS-PTP-BALANCE(WS-PTP-SUB)
                       ADD CUST-BALANCE TO WS-NET-BALANCE
                       IF CUST-BALANCE > 0
                           ADD CUST-BALANCE TO WS-CREDIT-TOTAL
                       ELSE
                           SUBTRACT CUST-BALANCE FROM WS-DEBIT-TOTAL
                       END-IF
               END-READ
           END-IF.

       PRICE-POOL-POSITION.
           IF WS-NET-BALANCE < 0
               MOVE "D" TO WS-DIRECTION
               COMPUTE WS-NET-SIZE = 0 - WS-NET-BALANCE
               MOVE WS-PL-DEBIT-KEY(WS-PL-SUB) TO WS-RATE-KEY
               MOVE WS-DEBIT-TOTAL TO WS-SHARE-BASIS
           ELSE
               MOVE "C" TO WS-DIRECTION
               MOVE WS-NET-BALANCE TO WS-NET-SIZE
               MOVE WS-PL-CREDIT-KEY(WS-PL-SUB) TO WS-RATE-KEY
               MOVE WS-CREDIT-TOTAL TO WS-SHARE-BASIS
           END-IF
           MOVE WS-DIRECTION TO PR-DIRECTION
           PERFORM FIND-POOL-RATE
           IF NOT RATE-FOUND
               ADD 1 TO WS-FAILED-COUNT
               MOVE "NOT ACCRUED - NO RATE ROW FOR KEY " TO PR-OUTCOME
               MOVE WS-RATE-KEY TO PR-OUTCOME(35:2)
           ELSE
               ADD 1 TO WS-ACCRUED-COUNT
               MOVE WS-RATE TO PR-RATE
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   WS-NET-SIZE * WS-RATE / 365
               MOVE WS-DAY-INTEREST TO PR-DAY-INTEREST
               PERFORM ALLOCATE-POOL-INTEREST
               PERFORM WRITE-POOL-HISTORY
               MOVE "Y" TO WS-PL-DONE-SW(WS-PL-SUB)
               MOVE "ACCRUED AND ALLOCATED" TO PR-OUTCOME
           END-IF.

      *
      * Most-restrictive rows first on INTRATES, so the first row
      * whose minimum the net position reaches is its tier.
      *
       FIND-POOL-RATE.
           MOVE 0 TO WS-RATE
           MOVE "N" TO WS-RATE-FOUND-SW
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT
                   OR RATE-FOUND
               IF WS-RT-ACCOUNT-TYPE(WS-RATE-IDX) = WS-RATE-KEY
                   AND WS-NET-SIZE >= WS-RT-MIN-BALANCE(WS-RATE-IDX)
                   AND (WS-RT-CURRENCY(WS-RATE-IDX) = SPACES
                       OR WS-RT-CURRENCY(WS-RATE-IDX) =
                           WS-PL-CURRENCY(WS-PL-SUB))
                   AND (WS-RT-CUST-TYPE(WS-RATE-IDX) = SPACES
                       OR WS-RT-CUST-TYPE(WS-RATE-IDX) = "C")
                   MOVE WS-RT-RATE(WS-RATE-IDX) TO WS-RATE
                   MOVE "Y" TO WS-RATE-FOUND-SW
               END-IF
           END-PERFORM.

      *
      * Proportional shares are rounded for every sharing account
      * but the last, which takes what is left, so the shares always
      * add back to the day's interest.  The header method, or a
      * pool with nothing on the winning side, gives it all to the
      * header account.
      *
       ALLOCATE-POOL-INTEREST.
           MOVE 0 TO WS-ALLOCATED
           MOVE 0 TO WS-LAST-SHARER
           IF WS-PL-METHOD(WS-PL-SUB) = "P" AND WS-SHARE-BASIS > 0
               PERFORM FIND-LAST-SHARER
                   VARYING WS-PTP-SUB FROM 1 BY 1
                   UNTIL WS-PTP-SUB > WS-PTP-COUNT
               PERFORM SHARE-ONE-PARTICIPANT
                   VARYING WS-PTP-SUB FROM 1 BY 1
                   UNTIL WS-PTP-SUB > WS-PTP-COUNT
           ELSE
               PERFORM FIND-HEADER-PARTICIPANT
               MOVE WS-DAY-INTEREST TO WS-PTP-SHARE(WS-LAST-SHARER)
           END-IF
           PERFORM BOOK-ONE-SHARE
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT.

       FIND-LAST-SHARER.
           IF WS-PTP-POOL-SUB(WS-PTP-SUB) = WS-PL-SUB
               IF (NET-CREDIT AND WS-PTP-BALANCE(WS-PTP-SUB) > 0)
                   OR (NET-DEBIT AND WS-PTP-BALANCE(WS-PTP-SUB) < 0)
                   MOVE WS-PTP-SUB TO WS-LAST-SHARER
               END-IF
           END-IF.

       SHARE-ONE-PARTICIPANT.
           IF WS-PTP-POOL-SUB(WS-PTP-SUB) = WS-PL-SUB
               IF (NET-CREDIT AND WS-PTP-BALANCE(WS-PTP-SUB) > 0)
                   OR (NET-DEBIT AND WS-PTP-BALANCE(WS-PTP-SUB) < 0)
                   IF WS-PTP-SUB = WS-LAST-SHARER
                       COMPUTE WS-PTP-SHARE(WS-PTP-SUB) =
                           WS-DAY-INTEREST - WS-ALLOCATED
                   ELSE
                       IF NET-CREDIT
                           COMPUTE WS-PTP-SHARE(WS-PTP-SUB) ROUNDED =
                               WS-DAY-INTEREST
                               * WS-PTP-BALANCE(WS-PTP-SUB)
                               / WS-SHARE-BASIS
                       ELSE
                           COMPUTE WS-PTP-SHARE(WS-PTP-SUB) ROUNDED =
                               WS-DAY-INTEREST
                               * (0 - WS-PTP-BALANCE(WS-PTP-SUB))
                               / WS-SHARE-BASIS
                       END-IF
                       ADD WS-PTP-SHARE(WS-PTP-SUB) TO WS-ALLOCATED
                   END-IF
               END-IF
           END-IF.

      *
      * The header account was loaded first for its pool.
      *
       FIND-HEADER-PARTICIPANT.
           MOVE "N" TO WS-PTP-FOUND-SW
           PERFORM VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT OR PARTICIPANT-FOUND
               IF WS-PTP-POOL-SUB(WS-PTP-SUB) = WS-PL-SUB
                   MOVE "Y" TO WS-PTP-FOUND-SW
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-PTP-SUB
           MOVE WS-PTP-SUB TO WS-LAST-SHARER.

      *
      * A credit share joins the month's accrual and is journalled
      * to interest expense now, as CALCINT journals its accruals;
      * a debit share is a day's ODACCR row for ODINTCAP.
      *
       BOOK-ONE-SHARE.
           IF WS-PTP-POOL-SUB(WS-PTP-SUB) = WS-PL-SUB
               AND WS-PTP-SHARE(WS-PTP-SUB) > 0
               IF NET-CREDIT
                   ADD WS-PTP-SHARE(WS-PTP-SUB)
                       TO WS-PTP-MTD-CREDIT(WS-PTP-SUB)
                   CALL "TRXNUM" USING WS-TRX-REF
                   MOVE WS-PTP-ACCT-NUM(WS-PTP-SUB)(5:8)
                       TO WS-GL-CUSTOMER-ACCT
                   CALL "GLPOST" USING WS-GL-INTEREST-EXPENSE-ACCT
                       WS-GL-CUSTOMER-ACCT WS-PTP-SHARE(WS-PTP-SUB)
                       WS-GL-TRANS-TYPE WS-TRX-REF
               ELSE
                   ADD 1 TO WS-OD-ROWS
                   MOVE WS-PTP-ACCT-NUM(WS-PTP-SUB) TO ODA-ACCT-NUM
                   MOVE WS-PTP-CUST-ID(WS-PTP-SUB) TO ODA-CUST-ID
                   MOVE WS-TODAY TO ODA-ACCRUAL-DATE
                   MOVE WS-PTP-SHARE(WS-PTP-SUB) TO ODA-INTEREST
                   WRITE OD-ACCRUAL-RECORD
               END-IF
           END-IF.

       WRITE-POOL-HISTORY.
           MOVE SPACES TO POOL-HISTORY-RECORD
           MOVE "N" TO PH-REC-TYPE
           MOVE WS-PL-POOL-ID(WS-PL-SUB) TO PH-POOL-ID
           MOVE WS-TODAY TO PH-DATE
           MOVE WS-NET-BALANCE TO PH-NET-BALANCE
           MOVE WS-CREDIT-TOTAL TO PH-CREDIT-TOTAL
           MOVE WS-DEBIT-TOTAL TO PH-DEBIT-TOTAL
           MOVE WS-RATE TO PH-RATE
           MOVE WS-DIRECTION TO PH-DIRECTION
           MOVE WS-DAY-INTEREST TO PH-DAY-INTEREST
           MOVE WS-PL-MEMBERS(WS-PL-SUB) TO PH-PARTICIPANTS
           WRITE POOL-HISTORY-RECORD
           PERFORM WRITE-ALLOCATION-HISTORY
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT.

       WRITE-ALLOCATION-HISTORY.
           IF WS-PTP-POOL-SUB(WS-PTP-SUB) = WS-PL-SUB
               MOVE SPACES TO POOL-HISTORY-RECORD
               MOVE "A" TO PH-REC-TYPE
               MOVE WS-PL-POOL-ID(WS-PL-SUB) TO PH-POOL-ID
               MOVE WS-TODAY TO PH-DATE
               MOVE WS-PTP-ACCT-NUM(WS-PTP-SUB) TO PH-ACCT-NUM
               MOVE WS-PTP-CUST-ID(WS-PTP-SUB) TO PH-CUST-ID
               MOVE WS-PTP-BALANCE(WS-PTP-SUB) TO PH-BALANCE
               MOVE WS-DIRECTION TO PH-ALLOC-DIRECTION
               MOVE WS-PTP-SHARE(WS-PTP-SUB) TO PH-ALLOCATED
               WRITE POOL-HISTORY-RECORD
           END-IF.

      *
      * CALCINT has rewritten ACCRUALS tonight without the pooled
      * accounts; each one's month-to-date credit goes back on as
      * its single accrual row.
      *
       WRITE-MONTH-ACCRUAL.
           IF WS-PTP-MTD-CREDIT(WS-PTP-SUB) > 0
               ADD 1 TO WS-ACCRUAL-ROWS
               MOVE WS-PTP-ACCT-NUM(WS-PTP-SUB) TO ACR-ACCT-NUM
               MOVE WS-PTP-CUST-ID(WS-PTP-SUB) TO ACR-CUST-ID
               MOVE WS-PTP-MTD-CREDIT(WS-PTP-SUB) TO ACR-INTEREST
               WRITE ACCRUAL-RECORD
           END-IF.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "POOLINT" TO SS-STEP-NAME
           MOVE WS-ACCRUED-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
