       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANWOFF.
      *
      * Loan write-off against provision.  A loan LOANCLAS has held
      * in the loss class stayed on LOANSCHD and ACCTMAST for good,
      * fully provisioned but never charged off.  Credit committee's
      * approved write-off list (LNWOLIST: loan account, approver,
      * approval date) drives this run.  A listed loan is refused
      * unless it carries an approver, sits in the 180-day loss
      * bucket on LNCLASS, and is on ACCTMAST not already written
      * off.  For each accepted loan the outstanding principal --
      * every installment not yet paid or settled -- is charged off
      * the loan-asset account under the "WOF " type: against the
      * provision reserve up to the provision LNCLASS holds for it,
      * and any shortfall straight to provision expense.  Interest
      * still parked in suspense for it on LNSUSP is reversed
      * against the interest billed to the loan.  The schedule rows
      * are marked written off on LOANSCHD.NEW, its open LOANRECV
      * receivables are dropped from LOANRECV.NEW so LOANCOLL stops
      * debiting the borrower for them, the LNCLASS.NEW row
      * drops to nothing outstanding and nothing provisioned so
      * LOANCLAS never releases the provision a second time, the
      * account goes to written-off status on ACCTMAST (BALCHK and
      * ACCTVAL refuse it for normal debits from then on), and the
      * loan opens on the LNRECOV recovery register that LOANRCVY
      * tracks later cash against.  Every listed loan, written off
      * or refused, lands on the LNWORPT report.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-LIST-FILE ASSIGN TO "LNWOLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT CLASS-FILE ASSIGN TO "LNCLASS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-FILE-STATUS.
           SELECT CLASS-OUT-FILE ASSIGN TO "LNCLASS.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHD-FILE-STATUS.
           SELECT LOAN-SCHEDULE-OUT-FILE ASSIGN TO "LOANSCHD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-RECV-FILE ASSIGN TO "LOANRECV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-FILE-STATUS.
           SELECT LOAN-RECV-OUT-FILE ASSIGN TO "LOANRECV.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-SUSP-FILE ASSIGN TO "LNSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT LOAN-SUSP-OUT-FILE ASSIGN TO "LNSUSP.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RECOVERY-FILE ASSIGN TO "LNRECOV"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT WRITEOFF-RPT-FILE ASSIGN TO "LNWORPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-LIST-FILE.
       01  WRITEOFF-LIST-RECORD.
           05  WL-ACCT-NUM          PIC X(12).
           05  WL-APPROVED-BY       PIC X(08).
           05  WL-APPROVAL-DATE     PIC 9(08).

       FD  CLASS-FILE.
       01  CLASS-RECORD.
           05  LC-ACCT-NUM          PIC X(12).
           05  LC-BUCKET            PIC 9(03).
           05  LC-DAYS-PAST-DUE     PIC 9(05).
           05  LC-OUTSTANDING       PIC 9(09)V99.
           05  LC-PROVISION         PIC 9(09)V99.
           05  LC-CLASS-DATE        PIC 9(08).

       FD  CLASS-OUT-FILE.
       01  CLASS-OUT-RECORD         PIC X(50).

       FD  LOAN-SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  LOAN-SCHEDULE-OUT-FILE.
       01  LOAN-SCHEDULE-OUT-RECORD PIC X(57).

       FD  LOAN-RECV-FILE.
       COPY LOANRECV.

       FD  LOAN-RECV-OUT-FILE.
       01  LOAN-RECV-OUT-RECORD     PIC X(56).

       FD  LOAN-SUSP-FILE.
       COPY LNSUSP.

       FD  LOAN-SUSP-OUT-FILE.
       01  LOAN-SUSP-OUT-RECORD     PIC X(43).

       FD  RECOVERY-FILE.
       COPY LNRECOV.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  WRITEOFF-RPT-FILE.
       01  WRITEOFF-RPT-RECORD.
           05  WR-ACCT-NUM          PIC X(12).
           05  FILLER               PIC X(02).
           05  WR-APPROVED-BY       PIC X(08).
           05  FILLER               PIC X(02).
           05  WR-OUTSTANDING       PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  WR-FROM-PROVISION    PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  WR-FROM-EXPENSE      PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  WR-IIS-REVERSED      PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  WR-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-LIST-FILE-STATUS      PIC X(2).
       01  WS-CLASS-FILE-STATUS     PIC X(2).
       01  WS-SCHD-FILE-STATUS      PIC X(2).
       01  WS-RECV-FILE-STATUS      PIC X(2).
       01  WS-SUSP-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-LIST-EOF              PIC X(1) VALUE "N".
           88  END-OF-LIST          VALUE "Y".
       01  WS-CLASS-EOF             PIC X(1) VALUE "N".
           88  END-OF-CLASSES       VALUE "Y".
       01  WS-SCHD-EOF              PIC X(1) VALUE "N".
           88  END-OF-SCHEDULE      VALUE "Y".
       01  WS-RECV-EOF              PIC X(1) VALUE "N".
           88  END-OF-RECEIVABLES   VALUE "Y".
       01  WS-SUSP-EOF              PIC X(1) VALUE "N".
           88  END-OF-SUSPENSE      VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-LOSS-BUCKET           PIC 9(03) VALUE 180.
       01  WS-WRITTEN-OFF-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-RECV-DROPPED-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-WRITTEN-OFF-TOTAL     PIC 9(11)V99 VALUE 0.
      *
      * The approved list, judged loan by loan before anything is
      * touched; WS-WO-OK-SW stays "Y" only for loans cleared to go.
      *
       01  WS-WO-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-WO-TABLE.
           05  WS-WO-ENTRY OCCURS 500 TIMES.
               10  WS-WO-ACCT-NUM   PIC X(12).
               10  WS-WO-APPROVED-BY PIC X(08).
               10  WS-WO-OK-SW      PIC X(01).
               10  WS-WO-IN-CLASS-SW PIC X(01).
               10  WS-WO-PROVISION  PIC 9(09)V99.
               10  WS-WO-OUTSTANDING PIC 9(09)V99.
               10  WS-WO-IIS-AMOUNT PIC 9(09)V99.
               10  WS-WO-OUTCOME    PIC X(40).
       01  WS-WO-SUB                PIC 9(4) COMP VALUE 0.
       01  WS-WO-FOUND-SUB          PIC 9(4) COMP VALUE 0.
       01  WS-SEARCH-ACCT           PIC X(12).
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
       01  WS-FROM-PROVISION        PIC 9(09)V99 VALUE 0.
       01  WS-FROM-EXPENSE          PIC 9(09)V99 VALUE 0.
       01  WS-GL-LOAN-ASSET-ACCT    PIC 9(8) VALUE 13131313.
       01  WS-GL-PROV-EXPENSE-ACCT  PIC 9(8) VALUE 40404040.
       01  WS-GL-PROV-RESERVE-ACCT  PIC 9(8) VALUE 50505050.
       01  WS-GL-INT-SUSPENSE-ACCT  PIC 9(8) VALUE 56565656.
       01  WS-GL-CUSTOMER-ACCT      PIC 9(8).
       01  WS-GL-WOF-TRANS-TYPE     PIC X(4) VALUE "WOF ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-WRITEOFF-LIST
           PERFORM CHECK-LOSS-CLASS
           OPEN I-O ACCT-MASTER-FILE
           PERFORM CHECK-ACCOUNT-STATUS
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
           PERFORM LOAD-SUSPENSE-REGISTER
           PERFORM MARK-SCHEDULE-WRITTEN-OFF
           PERFORM DROP-OPEN-RECEIVABLES
           OPEN EXTEND RECOVERY-FILE
           OPEN OUTPUT WRITEOFF-RPT-FILE
           PERFORM WRITE-OFF-ONE-LOAN
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
           CLOSE ACCT-MASTER-FILE RECOVERY-FILE WRITEOFF-RPT-FILE
           PERFORM WRITE-SUSPENSE-REGISTER
           PERFORM ROLL-CLASS-FILE
           DISPLAY "LOANWOFF: LOANS WRITTEN OFF " WS-WRITTEN-OFF-COUNT
           DISPLAY "LOANWOFF: LOANS REFUSED     " WS-REFUSED-COUNT
           DISPLAY "LOANWOFF: PRINCIPAL CHARGED " WS-WRITTEN-OFF-TOTAL
           DISPLAY "LOANWOFF: RECV ROWS DROPPED " WS-RECV-DROPPED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-WRITEOFF-LIST.
           OPEN INPUT WRITEOFF-LIST-FILE
           IF WS-LIST-FILE-STATUS = "00"
               PERFORM READ-WRITEOFF-LIST
               PERFORM STORE-WRITEOFF-ENTRY UNTIL END-OF-LIST
               CLOSE WRITEOFF-LIST-FILE
           END-IF.

       READ-WRITEOFF-LIST.
           READ WRITEOFF-LIST-FILE
               AT END MOVE "Y" TO WS-LIST-EOF
           END-READ.

       STORE-WRITEOFF-ENTRY.
           IF WS-WO-COUNT = 500
               DISPLAY "LOANWOFF: WRITE-OFF TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WO-COUNT
           MOVE WL-ACCT-NUM TO WS-WO-ACCT-NUM(WS-WO-COUNT)
           MOVE WL-APPROVED-BY TO WS-WO-APPROVED-BY(WS-WO-COUNT)
           MOVE "Y" TO WS-WO-OK-SW(WS-WO-COUNT)
           MOVE "N" TO WS-WO-IN-CLASS-SW(WS-WO-COUNT)
           MOVE 0 TO WS-WO-PROVISION(WS-WO-COUNT)
           MOVE 0 TO WS-WO-OUTSTANDING(WS-WO-COUNT)
           MOVE 0 TO WS-WO-IIS-AMOUNT(WS-WO-COUNT)
           MOVE SPACES TO WS-WO-OUTCOME(WS-WO-COUNT)
           IF WL-APPROVED-BY = SPACES
               PERFORM REFUSE-NO-APPROVER
           END-IF
           PERFORM READ-WRITEOFF-LIST.

       REFUSE-NO-APPROVER.
           MOVE "N" TO WS-WO-OK-SW(WS-WO-COUNT)
           MOVE "NO APPROVER ON WRITE-OFF LIST"
               TO WS-WO-OUTCOME(WS-WO-COUNT).

       FIND-WRITEOFF-ENTRY.
           MOVE 0 TO WS-WO-FOUND-SUB
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
                   OR WS-WO-FOUND-SUB > 0
               IF WS-WO-ACCT-NUM(WS-WO-SUB) = WS-SEARCH-ACCT
                   MOVE WS-WO-SUB TO WS-WO-FOUND-SUB
               END-IF
           END-PERFORM.

      *
      * Only a loan LOANCLAS currently holds in the loss bucket is
      * eligible; the provision it holds there is what the charge
      * draws on first.
      *
       CHECK-LOSS-CLASS.
           OPEN INPUT CLASS-FILE
           IF WS-CLASS-FILE-STATUS = "00"
               PERFORM READ-CLASS
               PERFORM NOTE-LOSS-CLASS UNTIL END-OF-CLASSES
               CLOSE CLASS-FILE
           END-IF
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
               IF WS-WO-OK-SW(WS-WO-SUB) = "Y"
                   AND WS-WO-IN-CLASS-SW(WS-WO-SUB) = "N"
                   MOVE "N" TO WS-WO-OK-SW(WS-WO-SUB)
                   MOVE "LOAN NOT IN LOSS CLASS ON LNCLASS"
                       TO WS-WO-OUTCOME(WS-WO-SUB)
               END-IF
           END-PERFORM.

       READ-CLASS.
           READ CLASS-FILE
               AT END MOVE "Y" TO WS-CLASS-EOF
           END-READ.

       NOTE-LOSS-CLASS.
           MOVE LC-ACCT-NUM TO WS-SEARCH-ACCT
           PERFORM FIND-WRITEOFF-ENTRY
           IF WS-WO-FOUND-SUB > 0
               AND LC-BUCKET NOT < WS-LOSS-BUCKET
               MOVE "Y" TO WS-WO-IN-CLASS-SW(WS-WO-FOUND-SUB)
               MOVE LC-PROVISION TO WS-WO-PROVISION(WS-WO-FOUND-SUB)
           END-IF
           PERFORM READ-CLASS.

       CHECK-ACCOUNT-STATUS.
           IF WS-WO-OK-SW(WS-WO-SUB) = "Y"
               MOVE WS-WO-ACCT-NUM(WS-WO-SUB) TO ACCTM-NUM
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-WO-OK-SW(WS-WO-SUB)
                       MOVE "LOAN ACCOUNT NOT ON MASTER"
                           TO WS-WO-OUTCOME(WS-WO-SUB)
                   NOT INVALID KEY
                       IF ACCTM-STATUS = "W"
                           MOVE "N" TO WS-WO-OK-SW(WS-WO-SUB)
                           MOVE "LOAN ALREADY WRITTEN OFF"
                               TO WS-WO-OUTCOME(WS-WO-SUB)
                       END-IF
               END-READ
           END-IF.

      *
      * Every installment not already paid or settled is what the
      * borrower still owes in principal; those rows go to written
      * off and their principal makes up the charge.
      *
       MARK-SCHEDULE-WRITTEN-OFF.
           OPEN OUTPUT LOAN-SCHEDULE-OUT-FILE
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHD-FILE-STATUS = "00"
               PERFORM READ-SCHEDULE
               PERFORM MARK-ONE-INSTALLMENT UNTIL END-OF-SCHEDULE
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           CLOSE LOAN-SCHEDULE-OUT-FILE.

       READ-SCHEDULE.
           READ LOAN-SCHEDULE-FILE
               AT END MOVE "Y" TO WS-SCHD-EOF
           END-READ.

       MARK-ONE-INSTALLMENT.
           MOVE LS-ACCT-NUM TO WS-SEARCH-ACCT
           PERFORM FIND-WRITEOFF-ENTRY
           IF WS-WO-FOUND-SUB > 0
               IF WS-WO-OK-SW(WS-WO-FOUND-SUB) = "Y"
                   AND NOT LS-PAID AND NOT LS-SETTLED
                   AND NOT LS-WRITTEN-OFF
                   ADD LS-PRINCIPAL-PART
                       TO WS-WO-OUTSTANDING(WS-WO-FOUND-SUB)
                   MOVE "W" TO LS-STATUS
               END-IF
           END-IF
           MOVE LOAN-SCHEDULE-RECORD TO LOAN-SCHEDULE-OUT-RECORD
           WRITE LOAN-SCHEDULE-OUT-RECORD
           PERFORM READ-SCHEDULE.

      *
      * A written-off loan's receivables still open on LOANRECV are
      * not carried forward: the debt now lives on LNRECOV, and any
      * cash taken against it is LOANRCVY's to book as a recovery.
      * Rows LOANCOLL has already finished with are left for it to
      * age off.
      *
       DROP-OPEN-RECEIVABLES.
           OPEN OUTPUT LOAN-RECV-OUT-FILE
           OPEN INPUT LOAN-RECV-FILE
           IF WS-RECV-FILE-STATUS = "00"
               PERFORM READ-RECEIVABLE
               PERFORM CARRY-ONE-RECEIVABLE UNTIL END-OF-RECEIVABLES
               CLOSE LOAN-RECV-FILE
           END-IF
           CLOSE LOAN-RECV-OUT-FILE.

       READ-RECEIVABLE.
           READ LOAN-RECV-FILE
               AT END MOVE "Y" TO WS-RECV-EOF
           END-READ.

       CARRY-ONE-RECEIVABLE.
           MOVE LR-ACCT-NUM TO WS-SEARCH-ACCT
           PERFORM FIND-WRITEOFF-ENTRY
           IF WS-WO-FOUND-SUB > 0
               AND WS-WO-OK-SW(WS-WO-FOUND-SUB) = "Y"
               AND (LR-COLL-OPEN OR LR-COLL-STATUS = SPACE)
               ADD 1 TO WS-RECV-DROPPED-COUNT
           ELSE
               MOVE LOAN-RECV-RECORD TO LOAN-RECV-OUT-RECORD
               WRITE LOAN-RECV-OUT-RECORD
           END-IF
           PERFORM READ-RECEIVABLE.

       WRITE-OFF-ONE-LOAN.
           IF WS-WO-OK-SW(WS-WO-SUB) = "Y"
               PERFORM CHARGE-OFF-PRINCIPAL
               PERFORM REVERSE-SUSPENDED-INTEREST
               MOVE WS-WO-ACCT-NUM(WS-WO-SUB) TO ACCTM-NUM
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "W" TO ACCTM-STATUS
                       REWRITE ACCT-MASTER-RECORD
               END-READ
               PERFORM OPEN-RECOVERY-ENTRY
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               ADD WS-WO-OUTSTANDING(WS-WO-SUB) TO WS-WRITTEN-OFF-TOTAL
               MOVE "WRITTEN OFF" TO WS-WO-OUTCOME(WS-WO-SUB)
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 0 TO WS-FROM-PROVISION
               MOVE 0 TO WS-FROM-EXPENSE
           END-IF
           PERFORM WRITE-WRITEOFF-LINE.

      *
      * The provision held absorbs the charge first; anything the
      * provision never covered is expensed on the day.
      *
       CHARGE-OFF-PRINCIPAL.
           IF WS-WO-OUTSTANDING(WS-WO-SUB) >
               WS-WO-PROVISION(WS-WO-SUB)
               MOVE WS-WO-PROVISION(WS-WO-SUB) TO WS-FROM-PROVISION
           ELSE
               MOVE WS-WO-OUTSTANDING(WS-WO-SUB) TO WS-FROM-PROVISION
           END-IF
           COMPUTE WS-FROM-EXPENSE =
               WS-WO-OUTSTANDING(WS-WO-SUB) - WS-FROM-PROVISION
           CALL "TRXNUM" USING WS-TRX-REF
           IF WS-FROM-PROVISION > 0
               MOVE WS-FROM-PROVISION TO WS-GL-AMOUNT
               CALL "GLPOST" USING WS-GL-PROV-RESERVE-ACCT
                   WS-GL-LOAN-ASSET-ACCT WS-GL-AMOUNT
                   WS-GL-WOF-TRANS-TYPE WS-TRX-REF
           END-IF
           IF WS-FROM-EXPENSE > 0
               MOVE WS-FROM-EXPENSE TO WS-GL-AMOUNT
               CALL "GLPOST" USING WS-GL-PROV-EXPENSE-ACCT
                   WS-GL-LOAN-ASSET-ACCT WS-GL-AMOUNT
                   WS-GL-WOF-TRANS-TYPE WS-TRX-REF
           END-IF.

       REVERSE-SUSPENDED-INTEREST.
           PERFORM VARYING WS-SSP-SUB FROM 1 BY 1
               UNTIL WS-SSP-SUB > WS-SUSP-COUNT
               IF WS-SSP-ACCT-NUM(WS-SSP-SUB) =
                   WS-WO-ACCT-NUM(WS-WO-SUB)
                   AND WS-SSP-BALANCE(WS-SSP-SUB) > 0
                   MOVE WS-SSP-BALANCE(WS-SSP-SUB)
                       TO WS-WO-IIS-AMOUNT(WS-WO-SUB)
                   MOVE WS-SSP-BALANCE(WS-SSP-SUB) TO WS-GL-AMOUNT
                   MOVE WS-WO-ACCT-NUM(WS-WO-SUB)(5:8)
                       TO WS-GL-CUSTOMER-ACCT
                   CALL "GLPOST" USING WS-GL-INT-SUSPENSE-ACCT
                       WS-GL-CUSTOMER-ACCT WS-GL-AMOUNT
                       WS-GL-WOF-TRANS-TYPE WS-TRX-REF
                   MOVE 0 TO WS-SSP-BALANCE(WS-SSP-SUB)
                   MOVE WS-TODAY TO WS-SSP-DATE(WS-SSP-SUB)
               END-IF
           END-PERFORM.

      *
      * Recoveries are only taken from ledger credits dated after
      * the write-off, so the register's scan point starts today.
      *
       OPEN-RECOVERY-ENTRY.
           MOVE SPACES TO LOAN-RECOVERY-RECORD
           MOVE WS-WO-ACCT-NUM(WS-WO-SUB) TO LRV-ACCT-NUM
           MOVE WS-WO-OUTSTANDING(WS-WO-SUB) TO LRV-WRITTEN-OFF
           MOVE WS-TODAY TO LRV-WO-DATE
           MOVE 0 TO LRV-RECOVERED
           MOVE WS-TODAY TO LRV-LAST-SCAN
           MOVE 0 TO LRV-LAST-RECOVERY
           WRITE LOAN-RECOVERY-RECORD.

       WRITE-WRITEOFF-LINE.
           MOVE SPACES TO WRITEOFF-RPT-RECORD
           MOVE WS-WO-ACCT-NUM(WS-WO-SUB) TO WR-ACCT-NUM
           MOVE WS-WO-APPROVED-BY(WS-WO-SUB) TO WR-APPROVED-BY
           MOVE WS-WO-OUTSTANDING(WS-WO-SUB) TO WR-OUTSTANDING
           MOVE WS-FROM-PROVISION TO WR-FROM-PROVISION
           MOVE WS-FROM-EXPENSE TO WR-FROM-EXPENSE
           MOVE WS-WO-IIS-AMOUNT(WS-WO-SUB) TO WR-IIS-REVERSED
           MOVE WS-WO-OUTCOME(WS-WO-SUB) TO WR-OUTCOME
           WRITE WRITEOFF-RPT-RECORD.

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
           IF WS-SUSP-COUNT = 2000
               DISPLAY "LOANWOFF: SUSPENSE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSP-COUNT
           MOVE LSP-ACCT-NUM TO WS-SSP-ACCT-NUM(WS-SUSP-COUNT)
           MOVE LSP-STATUS TO WS-SSP-STATUS(WS-SUSP-COUNT)
           MOVE LSP-SUSPENSE-BAL TO WS-SSP-BALANCE(WS-SUSP-COUNT)
           MOVE LSP-RECOGNIZED TO WS-SSP-RECOGNIZED(WS-SUSP-COUNT)
           MOVE LSP-STATUS-DATE TO WS-SSP-DATE(WS-SUSP-COUNT)
           PERFORM READ-SUSPENSE-ENTRY.

       WRITE-SUSPENSE-REGISTER.
           OPEN OUTPUT LOAN-SUSP-OUT-FILE
           PERFORM VARYING WS-SSP-SUB FROM 1 BY 1
               UNTIL WS-SSP-SUB > WS-SUSP-COUNT
               MOVE WS-SSP-ACCT-NUM(WS-SSP-SUB) TO LSP-ACCT-NUM
               MOVE WS-SSP-STATUS(WS-SSP-SUB) TO LSP-STATUS
               MOVE WS-SSP-BALANCE(WS-SSP-SUB) TO LSP-SUSPENSE-BAL
               MOVE WS-SSP-RECOGNIZED(WS-SSP-SUB) TO LSP-RECOGNIZED
               MOVE WS-SSP-DATE(WS-SSP-SUB) TO LSP-STATUS-DATE
               MOVE LOAN-SUSP-RECORD TO LOAN-SUSP-OUT-RECORD
               WRITE LOAN-SUSP-OUT-RECORD
           END-PERFORM
           CLOSE LOAN-SUSP-OUT-FILE.

      *
      * A written-off loan leaves LNCLASS with nothing outstanding
      * and nothing provisioned: the provision it held has just been
      * used, and LOANCLAS must not release it again next month.
      *
       ROLL-CLASS-FILE.
           MOVE "N" TO WS-CLASS-EOF
           OPEN OUTPUT CLASS-OUT-FILE
           OPEN INPUT CLASS-FILE
           IF WS-CLASS-FILE-STATUS = "00"
               PERFORM READ-CLASS
               PERFORM ROLL-ONE-CLASS UNTIL END-OF-CLASSES
               CLOSE CLASS-FILE
           END-IF
           CLOSE CLASS-OUT-FILE.

       ROLL-ONE-CLASS.
           MOVE LC-ACCT-NUM TO WS-SEARCH-ACCT
           PERFORM FIND-WRITEOFF-ENTRY
           IF WS-WO-FOUND-SUB > 0
               IF WS-WO-OK-SW(WS-WO-FOUND-SUB) = "Y"
                   MOVE 0 TO LC-OUTSTANDING
                   MOVE 0 TO LC-PROVISION
                   MOVE WS-TODAY TO LC-CLASS-DATE
               END-IF
           END-IF
           MOVE CLASS-RECORD TO CLASS-OUT-RECORD
           WRITE CLASS-OUT-RECORD
           PERFORM READ-CLASS.
