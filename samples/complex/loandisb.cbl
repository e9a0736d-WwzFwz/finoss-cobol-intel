       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDISB.
      *
      * Loan disbursement and drawdown booking, run ahead of
      * LOANAMRT.  LOANAMRT schedules every LOANTERM row, but the
      * proceeds themselves were paid out by a hand-keyed transfer
      * and nothing tied the loan principal on the GL to the cash
      * that left.  Each approved drawdown on LOANDDIN names the
      * loan, the settlement CASA account the proceeds go to, the
      * amount, the disbursement date, and the keying operator.  A
      * loan may draw in tranches up to its sanctioned amount -- the
      * LOANTERM principal -- and the running total drawn per loan
      * lives on the LOANDRWN register this program maintains; a
      * drawdown that would carry the total past the sanction is
      * refused whole.  Accepted proceeds are lodged on the loan
      * disbursement house account and ride PAYMENT-ENTRY from there
      * to the settlement account -- restrictions, watchlist, fees,
      * and audit all apply, the house account carrying a standing
      * "W" waiver on ACCTOVRD so it is never charged for paying a
      * customer their own loan -- and the principal books through
      * GLPOST from the loan-asset account against the house account
      * under the "LDB " type and the payment's own reference, so
      * one TRX-REF ties the asset to the cash.  A drawdown dated
      * ahead of the business date carries forward to LOANDDIN.NEW
      * untouched.  The register rides to LOANDRWN.NEW (the usual
      * handover), every disbursement and refusal lands on LOANDRPT,
      * and refusals also go to the shared suspense queue.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWDOWN-INSTR-FILE ASSIGN TO "LOANDDIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-FILE-STATUS.
           SELECT DRAWDOWN-CARRY-FILE ASSIGN TO "LOANDDIN.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-TERM-FILE ASSIGN TO "LOANTERM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT DRAWN-REG-FILE ASSIGN TO "LOANDRWN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT DRAWN-REG-OUT-FILE ASSIGN TO "LOANDRWN.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT DISB-RPT-FILE ASSIGN TO "LOANDRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWDOWN-INSTR-FILE.
       01  DRAWDOWN-INSTR-RECORD.
           05  DD-ACCT-NUM          PIC X(12).
           05  DD-SETTLE-ACCT       PIC X(10).
           05  DD-AMOUNT            PIC 9(09)V99.
           05  DD-DISB-DATE         PIC 9(08).
           05  DD-OPERATOR-ID       PIC X(08).

       FD  DRAWDOWN-CARRY-FILE.
       01  DRAWDOWN-CARRY-RECORD    PIC X(49).

       FD  LOAN-TERM-FILE.
       01  LOAN-TERM-RECORD.
           05  LT-ACCT-NUM          PIC X(12).
           05  LT-PRINCIPAL         PIC 9(09)V99.
           05  LT-ANNUAL-RATE       PIC 9V9(04).
           05  LT-TERM-MONTHS       PIC 9(03).
           05  LT-FIRST-DUE         PIC 9(08).

      *
      * One row per loan that has drawn: the sanction as last seen,
      * the running total paid out, how many tranches, and when the
      * latest one went.
      *
       FD  DRAWN-REG-FILE.
       01  DRAWN-REG-RECORD.
           05  LD-ACCT-NUM          PIC X(12).
           05  LD-SANCTIONED        PIC 9(09)V99.
           05  LD-DRAWN-TOTAL       PIC 9(09)V99.
           05  LD-TRANCHE-COUNT     PIC 9(03).
           05  LD-LAST-DRAW-DATE    PIC 9(08).

       FD  DRAWN-REG-OUT-FILE.
       01  DRAWN-REG-OUT-RECORD.
           05  LDO-ACCT-NUM         PIC X(12).
           05  LDO-SANCTIONED       PIC 9(09)V99.
           05  LDO-DRAWN-TOTAL      PIC 9(09)V99.
           05  LDO-TRANCHE-COUNT    PIC 9(03).
           05  LDO-LAST-DRAW-DATE   PIC 9(08).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  DISB-RPT-FILE.
       01  DISB-RPT-RECORD.
           05  DR-ACCT-NUM          PIC X(12).
           05  FILLER               PIC X(02).
           05  DR-SETTLE-ACCT       PIC X(10).
           05  FILLER               PIC X(02).
           05  DR-AMOUNT            PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  DR-SANCTIONED        PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  DR-DRAWN-TOTAL       PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  DR-TRX-REF           PIC X(16).
           05  FILLER               PIC X(02).
           05  DR-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-INSTR-FILE-STATUS     PIC X(2).
       01  WS-TERM-FILE-STATUS      PIC X(2).
       01  WS-REG-FILE-STATUS       PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-INSTR-EOF             PIC X(1) VALUE "N".
           88  END-OF-INSTRUCTIONS  VALUE "Y".
       01  WS-TERM-EOF              PIC X(1) VALUE "N".
           88  END-OF-TERMS         VALUE "Y".
       01  WS-REG-EOF               PIC X(1) VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-DISBURSED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-DEFERRED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-DISBURSED-TOTAL       PIC 9(11)V99 VALUE 0.
      *
      * Every sanctioned loan, with the register's drawn-to-date
      * merged on; a register row whose loan has left LOANTERM still
      * rides through so its history is never dropped.
      *
       01  WS-LOAN-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LN-ENTRY OCCURS 2000 TIMES.
               10  WS-LN-ACCT-NUM   PIC X(12).
               10  WS-LN-SANCTIONED PIC 9(09)V99.
               10  WS-LN-DRAWN      PIC 9(09)V99.
               10  WS-LN-TRANCHES   PIC 9(03).
               10  WS-LN-LAST-DATE  PIC 9(08).
       01  WS-LN-SUB                PIC 9(4) COMP VALUE 0.
       01  WS-LN-FOUND-SUB          PIC 9(4) COMP VALUE 0.
       01  WS-SEARCH-ACCT           PIC X(12).
       01  WS-PROJECTED-DRAWN       PIC 9(10)V99 VALUE 0.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-REJECT-CODE           PIC 9(02).
      *
      * The proceeds are lodged on the disbursement house account
      * first so PAYMENT's balance check has the money to move; a
      * payment PAYMENT refuses takes the lodgement straight back
      * out under the same funding reference.
      *
       01  WS-DISB-HOUSE-ACCT       PIC X(10) VALUE "  12121212".
       01  WS-DISB-HOUSE-CUST-ID    PIC 9(8) VALUE 12121212.
       01  WS-GL-LOAN-ASSET-ACCT    PIC 9(8) VALUE 13131313.
       01  WS-GL-LDB-TRANS-TYPE     PIC X(4) VALUE "LDB ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-FUND-REF              PIC X(16).
       01  WS-FUNDED-SW             PIC X(1).
           88  HOUSE-FUNDED         VALUE "Y".
       01  WS-SUSPENSE-SOURCE       PIC X(08) VALUE "LOANDISB".
       01  WS-SUS-KEY               PIC X(12).
       01  WS-SUS-DETAIL            PIC X(60).
       01  WS-CJ-BEFORE-IMAGE       PIC X(79).
       01  WS-CJ-AFTER-IMAGE        PIC X(79).
       01  WS-CJ-PROGRAM            PIC X(08) VALUE "LOANDISB".
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
           PERFORM LOAD-TERM-TABLE
           PERFORM LOAD-DRAWN-REGISTER
           OPEN OUTPUT DISB-RPT-FILE
           OPEN OUTPUT DRAWDOWN-CARRY-FILE
           OPEN INPUT DRAWDOWN-INSTR-FILE
           IF WS-INSTR-FILE-STATUS = "00"
               PERFORM READ-INSTRUCTION
               PERFORM DISBURSE-ONE-DRAWDOWN
                   UNTIL END-OF-INSTRUCTIONS
               CLOSE DRAWDOWN-INSTR-FILE
           END-IF
           CLOSE DRAWDOWN-CARRY-FILE
           PERFORM WRITE-DRAWN-REGISTER
           CLOSE DISB-RPT-FILE
           DISPLAY "LOANDISB: DRAWDOWNS DISBURSED " WS-DISBURSED-COUNT
           DISPLAY "LOANDISB: AMOUNT DISBURSED    " WS-DISBURSED-TOTAL
           DISPLAY "LOANDISB: DRAWDOWNS DEFERRED  " WS-DEFERRED-COUNT
           DISPLAY "LOANDISB: DRAWDOWNS REFUSED   " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      * The sanction is the LOANTERM principal; a missing LOANTERM
      * leaves nothing sanctioned and every drawdown refused, never
      * paid on trust.
      *
       LOAD-TERM-TABLE.
           OPEN INPUT LOAN-TERM-FILE
           IF WS-TERM-FILE-STATUS = "00"
               PERFORM READ-LOAN-TERM
               PERFORM STORE-TERM-ENTRY UNTIL END-OF-TERMS
               CLOSE LOAN-TERM-FILE
           END-IF.

       READ-LOAN-TERM.
           READ LOAN-TERM-FILE
               AT END MOVE "Y" TO WS-TERM-EOF
           END-READ.

       STORE-TERM-ENTRY.
           MOVE LT-ACCT-NUM TO WS-SEARCH-ACCT
           PERFORM FIND-LOAN-ENTRY
           IF WS-LN-FOUND-SUB = 0
               PERFORM ADD-LOAN-ENTRY
           END-IF
           MOVE LT-PRINCIPAL TO WS-LN-SANCTIONED(WS-LN-FOUND-SUB)
           PERFORM READ-LOAN-TERM.

       LOAD-DRAWN-REGISTER.
           OPEN INPUT DRAWN-REG-FILE
           IF WS-REG-FILE-STATUS = "00"
               PERFORM READ-REGISTER
               PERFORM STORE-REGISTER-ENTRY UNTIL END-OF-REGISTER
               CLOSE DRAWN-REG-FILE
           END-IF.

       READ-REGISTER.
           READ DRAWN-REG-FILE
               AT END MOVE "Y" TO WS-REG-EOF
           END-READ.

       STORE-REGISTER-ENTRY.
           MOVE LD-ACCT-NUM TO WS-SEARCH-ACCT
           PERFORM FIND-LOAN-ENTRY
           IF WS-LN-FOUND-SUB = 0
               PERFORM ADD-LOAN-ENTRY
               MOVE LD-SANCTIONED
                   TO WS-LN-SANCTIONED(WS-LN-FOUND-SUB)
           END-IF
           MOVE LD-DRAWN-TOTAL TO WS-LN-DRAWN(WS-LN-FOUND-SUB)
           MOVE LD-TRANCHE-COUNT TO WS-LN-TRANCHES(WS-LN-FOUND-SUB)
           MOVE LD-LAST-DRAW-DATE TO WS-LN-LAST-DATE(WS-LN-FOUND-SUB)
           PERFORM READ-REGISTER.

       FIND-LOAN-ENTRY.
           MOVE 0 TO WS-LN-FOUND-SUB
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LOAN-COUNT
                   OR WS-LN-FOUND-SUB > 0
               IF WS-LN-ACCT-NUM(WS-LN-SUB) = WS-SEARCH-ACCT
                   MOVE WS-LN-SUB TO WS-LN-FOUND-SUB
               END-IF
           END-PERFORM.

       ADD-LOAN-ENTRY.
           IF WS-LOAN-COUNT = 2000
               DISPLAY "LOANDISB: LOAN TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE WS-LOAN-COUNT TO WS-LN-FOUND-SUB
           MOVE WS-SEARCH-ACCT TO WS-LN-ACCT-NUM(WS-LN-FOUND-SUB)
           MOVE 0 TO WS-LN-SANCTIONED(WS-LN-FOUND-SUB)
           MOVE 0 TO WS-LN-DRAWN(WS-LN-FOUND-SUB)
           MOVE 0 TO WS-LN-TRANCHES(WS-LN-FOUND-SUB)
           MOVE 0 TO WS-LN-LAST-DATE(WS-LN-FOUND-SUB).

       READ-INSTRUCTION.
           READ DRAWDOWN-INSTR-FILE
               AT END MOVE "Y" TO WS-INSTR-EOF
           END-READ.

       DISBURSE-ONE-DRAWDOWN.
           MOVE DD-ACCT-NUM TO WS-SEARCH-ACCT
           PERFORM FIND-LOAN-ENTRY
           EVALUATE TRUE
               WHEN DD-DISB-DATE > WS-TODAY
                   ADD 1 TO WS-DEFERRED-COUNT
                   MOVE DRAWDOWN-INSTR-RECORD
                       TO DRAWDOWN-CARRY-RECORD
                   WRITE DRAWDOWN-CARRY-RECORD
               WHEN WS-LN-FOUND-SUB = 0
                   MOVE 34 TO WS-REJECT-CODE
                   MOVE "LOAN NOT SANCTIONED ON LOANTERM"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-DRAWDOWN
               WHEN WS-LN-SANCTIONED(WS-LN-FOUND-SUB) = 0
                   MOVE 34 TO WS-REJECT-CODE
                   MOVE "LOAN NOT SANCTIONED ON LOANTERM"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-DRAWDOWN
               WHEN DD-AMOUNT NOT NUMERIC OR DD-AMOUNT = 0
                   MOVE 35 TO WS-REJECT-CODE
                   MOVE "DRAWDOWN AMOUNT NOT VALID"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-DRAWDOWN
               WHEN OTHER
                   PERFORM CHECK-SANCTION-HEADROOM
           END-EVALUATE
           PERFORM READ-INSTRUCTION.

      *
      * Tranches accumulate against the one sanction: the drawdown
      * goes only when the total drawn after it stays within the
      * sanctioned amount.
      *
       CHECK-SANCTION-HEADROOM.
           COMPUTE WS-PROJECTED-DRAWN =
               WS-LN-DRAWN(WS-LN-FOUND-SUB) + DD-AMOUNT
           IF WS-PROJECTED-DRAWN > WS-LN-SANCTIONED(WS-LN-FOUND-SUB)
               MOVE 36 TO WS-REJECT-CODE
               MOVE "DRAWDOWN EXCEEDS SANCTIONED AMOUNT"
                   TO WS-REJECT-REASON
               PERFORM REJECT-DRAWDOWN
           ELSE
               PERFORM PAY-THE-PROCEEDS
           END-IF.

       PAY-THE-PROCEEDS.
           CALL "TRXNUM" USING WS-FUND-REF
           PERFORM LODGE-PROCEEDS-ON-HOUSE
           IF NOT HOUSE-FUNDED
               MOVE 37 TO WS-REJECT-CODE
               MOVE "DISBURSEMENT ACCOUNT NOT ON MASTER"
                   TO WS-REJECT-REASON
               PERFORM REJECT-DRAWDOWN
           ELSE
               MOVE WS-DISB-HOUSE-ACCT TO LK-ACCOUNT-FROM
               MOVE DD-SETTLE-ACCT TO LK-ACCOUNT-TO
               MOVE DD-AMOUNT TO LK-AMOUNT
               MOVE "IDR" TO LK-CURRENCY
               MOVE "T" TO LK-PAYMENT-TYPE
               MOVE "S" TO LK-PROCESSING-MODE
               MOVE SPACES TO LK-ORIGINAL-TRX-REF
               MOVE 0 TO LK-ORIGINAL-FEE
               MOVE 0 TO LK-VALUE-DATE
               MOVE DD-OPERATOR-ID TO LK-OPERATOR-ID
               MOVE SPACES TO LK-CHECKER-ID
               MOVE SPACES TO LK-BENEF-BANK
               CALL "PAYMENT-ENTRY" USING LK-PAYMENT-DATA LK-RESULT
               IF LK-STATUS = "00"
                   PERFORM BOOK-LOAN-PRINCIPAL
               ELSE
                   PERFORM WITHDRAW-HOUSE-LODGEMENT
                   MOVE 38 TO WS-REJECT-CODE
                   MOVE LK-MESSAGE TO WS-REJECT-REASON
                   PERFORM REJECT-DRAWDOWN
               END-IF
           END-IF.

      *
      * The master is closed again before PAYMENT-ENTRY runs, since
      * PAYMENT opens CUSTMAST itself for every posting.
      *
       LODGE-PROCEEDS-ON-HOUSE.
           MOVE "N" TO WS-FUNDED-SW
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE WS-DISB-HOUSE-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       DISPLAY "LOANDISB: DISBURSEMENT ACCOUNT NOT"
                           " FOUND " WS-DISB-HOUSE-ACCT
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                       ADD DD-AMOUNT TO CUST-BALANCE
                       PERFORM STAMP-AND-JOURNAL-REWRITE
                       MOVE "Y" TO WS-FUNDED-SW
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       WITHDRAW-HOUSE-LODGEMENT.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE WS-DISB-HOUSE-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       DISPLAY "LOANDISB: DISBURSEMENT ACCOUNT NOT"
                           " FOUND " WS-DISB-HOUSE-ACCT
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                       SUBTRACT DD-AMOUNT FROM CUST-BALANCE
                       PERFORM STAMP-AND-JOURNAL-REWRITE
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       STAMP-AND-JOURNAL-REWRITE.
           MOVE WS-TODAY TO CUST-LAST-MAINT-DATE
           MOVE WS-CJ-PROGRAM TO CUST-LAST-MAINT-USER
           REWRITE CUSTOMER-RECORD
           MOVE CUSTOMER-RECORD TO WS-CJ-AFTER-IMAGE
           CALL "CUSTJRNL" USING WS-CJ-BEFORE-IMAGE
               WS-CJ-AFTER-IMAGE WS-CJ-PROGRAM WS-FUND-REF.

      *
      * The loan asset takes the principal against the house account
      * PAYMENT just paid out of, under the payment's reference --
      * the GL now shows the loan and the cash as one movement.
      *
       BOOK-LOAN-PRINCIPAL.
           MOVE DD-AMOUNT TO WS-GL-AMOUNT
           CALL "GLPOST" USING WS-GL-LOAN-ASSET-ACCT
               WS-DISB-HOUSE-CUST-ID WS-GL-AMOUNT
               WS-GL-LDB-TRANS-TYPE LK-TRX-REF
           MOVE WS-PROJECTED-DRAWN TO WS-LN-DRAWN(WS-LN-FOUND-SUB)
           ADD 1 TO WS-LN-TRANCHES(WS-LN-FOUND-SUB)
           MOVE WS-TODAY TO WS-LN-LAST-DATE(WS-LN-FOUND-SUB)
           ADD 1 TO WS-DISBURSED-COUNT
           ADD DD-AMOUNT TO WS-DISBURSED-TOTAL
           PERFORM WRITE-REPORT-LINE
           MOVE LK-TRX-REF TO DR-TRX-REF
           MOVE "DISBURSED" TO DR-OUTCOME
           WRITE DISB-RPT-RECORD.

       REJECT-DRAWDOWN.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REJECT-REASON TO DR-OUTCOME
           WRITE DISB-RPT-RECORD
           MOVE DD-ACCT-NUM TO WS-SUS-KEY
           MOVE SPACES TO WS-SUS-DETAIL
           MOVE DRAWDOWN-INSTR-RECORD TO WS-SUS-DETAIL
           CALL "SUSPQ" USING WS-SUSPENSE-SOURCE WS-SUS-KEY
               WS-REJECT-CODE WS-REJECT-REASON WS-SUS-DETAIL.

       WRITE-REPORT-LINE.
           MOVE SPACES TO DISB-RPT-RECORD
           MOVE DD-ACCT-NUM TO DR-ACCT-NUM
           MOVE DD-SETTLE-ACCT TO DR-SETTLE-ACCT
           MOVE DD-AMOUNT TO DR-AMOUNT
           MOVE 0 TO DR-SANCTIONED
           MOVE 0 TO DR-DRAWN-TOTAL
           IF WS-LN-FOUND-SUB > 0
               MOVE WS-LN-SANCTIONED(WS-LN-FOUND-SUB)
                   TO DR-SANCTIONED
               MOVE WS-LN-DRAWN(WS-LN-FOUND-SUB) TO DR-DRAWN-TOTAL
           END-IF.

      *
      * Only loans that have actually drawn carry a register row.
      *
       WRITE-DRAWN-REGISTER.
           OPEN OUTPUT DRAWN-REG-OUT-FILE
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LOAN-COUNT
               IF WS-LN-TRANCHES(WS-LN-SUB) > 0
                   MOVE WS-LN-ACCT-NUM(WS-LN-SUB) TO LDO-ACCT-NUM
                   MOVE WS-LN-SANCTIONED(WS-LN-SUB) TO LDO-SANCTIONED
                   MOVE WS-LN-DRAWN(WS-LN-SUB) TO LDO-DRAWN-TOTAL
                   MOVE WS-LN-TRANCHES(WS-LN-SUB)
                       TO LDO-TRANCHE-COUNT
                   MOVE WS-LN-LAST-DATE(WS-LN-SUB)
                       TO LDO-LAST-DRAW-DATE
                   WRITE DRAWN-REG-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE DRAWN-REG-OUT-FILE.
