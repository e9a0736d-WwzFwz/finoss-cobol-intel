      * marked paid; uncovered ones are marked past due and flagged
      * onto the shared suspense queue for collections, the same
      * queue every other rejected or aging item already rides.
      * Installments LOANCOLL debits automatically are settled from
      * its LOANRECV status instead of the ledger: one it collected
      * in full is paid, and one still inside its retry window is
      * left billed until LOANCOLL gives up on it.  Exhausted and
      * manually collected installments take the ledger check.
      * Installments already marked past due are checked again each
      * run, so a late payment still closes them.  On a loan with
      * interest in suspense (LNSUSP, kept by LOANCLAS and LOANBILL)
      * every installment seen paid releases its interest from
      * suspense to income under the "IIR " type -- non-accrual
      * interest is recognized only as the cash comes in -- and the
      * register rolls to LNSUSP.NEW.
      * Updated rows go to LOANSCHD.NEW, the usual handover.
      *
       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LEDGER-FILE ASSIGN TO "TRXLEDGR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-RECV-FILE ASSIGN TO "LOANRECV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-FILE-STATUS.
           SELECT LOAN-SUSP-FILE ASSIGN TO "LNSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT LOAN-SUSP-OUT-FILE ASSIGN TO "LNSUSP.NEW"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY TRXLEDGR.

       FD  LOAN-RECV-FILE.
       COPY LOANRECV.

       FD  LOAN-SUSP-FILE.
       COPY LNSUSP.

       FD  LOAN-SUSP-OUT-FILE.
       01  LOAN-SUSP-OUT-RECORD     PIC X(43).

       WORKING-STORAGE SECTION.
       01  WS-SCHD-EOF              PIC X(1) VALUE "N".
           88  END-OF-SCHEDULE      VALUE "Y".
       01  WS-LEDGER-EOF            PIC X(1) VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".
       01  WS-RECV-FILE-STATUS      PIC X(2).
       01  WS-RECV-EOF              PIC X(1) VALUE "N".
           88  END-OF-RECEIVABLES   VALUE "Y".
       01  WS-RECV-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-RECV-TABLE.
           05  WS-RCV-ENTRY OCCURS 5000 TIMES.
               10  WS-RCV-ACCT-NUM  PIC X(12).
               10  WS-RCV-INST      PIC 9(03).
               10  WS-RCV-STATUS    PIC X(01).
       01  WS-RCV-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-COLL-STATUS           PIC X(01).
       01  WS-SUSP-FILE-STATUS      PIC X(2).
       01  WS-SUSP-EOF              PIC X(1) VALUE "N".
           88  END-OF-SUSPENSE      VALUE "Y".
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
       01  WS-RECOGNIZED-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-GL-INT-INCOME-ACCT    PIC 9(8) VALUE 55555555.
       01  WS-GL-INT-SUSPENSE-ACCT  PIC 9(8) VALUE 56565656.
       01  WS-GL-IIR-TRANS-TYPE     PIC X(4) VALUE "IIR ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
       01  WS-TODAY                 PIC 9(08).
       01  WS-PAID-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-PAST-DUE-COUNT        PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-RECEIVABLE-TABLE
           PERFORM LOAD-SUSPENSE-REGISTER
           OPEN INPUT LOAN-SCHEDULE-FILE
           OPEN OUTPUT LOAN-SCHEDULE-OUT-FILE
           PERFORM READ-SCHEDULE
           PERFORM CHASE-IF-OVERDUE UNTIL END-OF-SCHEDULE
           CLOSE LOAN-SCHEDULE-FILE LOAN-SCHEDULE-OUT-FILE
           PERFORM WRITE-SUSPENSE-REGISTER
           DISPLAY "LOANPAST: INSTALLMENTS PAID " WS-PAID-COUNT
           DISPLAY "LOANPAST: PAST DUE FLAGGED  " WS-PAST-DUE-COUNT
           DISPLAY "LOANPAST: SUSPENSE RELEASED " WS-RECOGNIZED-COUNT
           IF WS-PAST-DUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE

       CHASE-IF-OVERDUE.
           PERFORM COPY-SCHEDULE-OUT
           IF LS-BILLED OR LS-PAST-DUE
               PERFORM FIND-COLLECTION-STATUS
           END-IF
           IF (LS-BILLED OR LS-PAST-DUE) AND WS-COLL-STATUS = "C"
               PERFORM MARK-INSTALLMENT-PAID
           END-IF
           IF LS-BILLED AND LS-DUE-DATE < WS-TODAY
               AND WS-COLL-STATUS NOT = "C"
               AND WS-COLL-STATUS NOT = "O"
               PERFORM CHECK-FOR-PAYMENT
               IF PAYMENT-FOUND
                   PERFORM MARK-INSTALLMENT-PAID
               ELSE
                   ADD 1 TO WS-PAST-DUE-COUNT
                   MOVE "D" TO LSO-STATUS
                   PERFORM FLAG-TO-SUSPENSE
               END-IF
           END-IF
           IF LS-PAST-DUE AND WS-COLL-STATUS NOT = "C"
               PERFORM CHECK-FOR-PAYMENT
               IF PAYMENT-FOUND
                   PERFORM MARK-INSTALLMENT-PAID
               END-IF
           END-IF
           WRITE LOAN-SCHEDULE-OUT-RECORD
           PERFORM READ-SCHEDULE.

       MARK-INSTALLMENT-PAID.
           ADD 1 TO WS-PAID-COUNT
           MOVE "P" TO LSO-STATUS
           PERFORM RECOGNIZE-SUSPENDED-INTEREST.

      *
      * The paid installment's interest comes out of suspense, never
      * more than the loan still has parked there.
      *
       RECOGNIZE-SUSPENDED-INTEREST.
           PERFORM FIND-SUSPENSE-ENTRY
           IF WS-SSP-FOUND-SUB > 0 AND LS-INTEREST-PART > 0
               AND WS-SSP-BALANCE(WS-SSP-FOUND-SUB) > 0
               IF LS-INTEREST-PART > WS-SSP-BALANCE(WS-SSP-FOUND-SUB)
                   MOVE WS-SSP-BALANCE(WS-SSP-FOUND-SUB)
                       TO WS-GL-AMOUNT
               ELSE
                   MOVE LS-INTEREST-PART TO WS-GL-AMOUNT
               END-IF
               ADD 1 TO WS-RECOGNIZED-COUNT
               SUBTRACT WS-GL-AMOUNT
                   FROM WS-SSP-BALANCE(WS-SSP-FOUND-SUB)
               ADD WS-GL-AMOUNT
                   TO WS-SSP-RECOGNIZED(WS-SSP-FOUND-SUB)
               CALL "TRXNUM" USING WS-TRX-REF
               CALL "GLPOST" USING WS-GL-INT-SUSPENSE-ACCT
                   WS-GL-INT-INCOME-ACCT WS-GL-AMOUNT
                   WS-GL-IIR-TRANS-TYPE WS-TRX-REF
           END-IF.

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
               DISPLAY "LOANPAST: SUSPENSE TABLE FULL - RAISE OCCURS"
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

       FIND-SUSPENSE-ENTRY.
           MOVE 0 TO WS-SSP-FOUND-SUB
           PERFORM VARYING WS-SSP-SUB FROM 1 BY 1
               UNTIL WS-SSP-SUB > WS-SUSP-COUNT
                   OR WS-SSP-FOUND-SUB > 0
               IF WS-SSP-ACCT-NUM(WS-SSP-SUB) = LS-ACCT-NUM
                   MOVE WS-SSP-SUB TO WS-SSP-FOUND-SUB
               END-IF
           END-PERFORM.

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
      * LOANCOLL's view of each receivable, loaded once.  No LOANRECV
      * simply means every billed installment takes the ledger check.
      * Only open and collected rows change what happens to an
      * installment -- exhausted and manual ones take the ledger
      * check just as a missing row does -- so only those are held.
      *
       LOAD-RECEIVABLE-TABLE.
           OPEN INPUT LOAN-RECV-FILE
           IF WS-RECV-FILE-STATUS = "00"
               PERFORM READ-RECEIVABLE
               PERFORM STORE-RECEIVABLE-ENTRY
                   UNTIL END-OF-RECEIVABLES
               CLOSE LOAN-RECV-FILE
           END-IF.

       READ-RECEIVABLE.
           READ LOAN-RECV-FILE
               AT END MOVE "Y" TO WS-RECV-EOF
           END-READ.

       STORE-RECEIVABLE-ENTRY.
           IF LR-COLL-OPEN OR LR-COLL-DONE
               PERFORM HOLD-RECEIVABLE-ENTRY
           END-IF
           PERFORM READ-RECEIVABLE.

       HOLD-RECEIVABLE-ENTRY.
           IF WS-RECV-COUNT = 5000
               DISPLAY "LOANPAST: RECEIVABLE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECV-COUNT
           MOVE LR-ACCT-NUM TO WS-RCV-ACCT-NUM(WS-RECV-COUNT)
           MOVE LR-INSTALLMENT-NO TO WS-RCV-INST(WS-RECV-COUNT)
           MOVE LR-COLL-STATUS TO WS-RCV-STATUS(WS-RECV-COUNT).

       FIND-COLLECTION-STATUS.
           MOVE SPACE TO WS-COLL-STATUS
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RECV-COUNT
               IF WS-RCV-ACCT-NUM(WS-RCV-SUB) = LS-ACCT-NUM
                   AND WS-RCV-INST(WS-RCV-SUB) = LS-INSTALLMENT-NO
                   MOVE WS-RCV-STATUS(WS-RCV-SUB) TO WS-COLL-STATUS
               END-IF
           END-PERFORM.

       COPY-SCHEDULE-OUT.
           MOVE LS-ACCT-NUM TO LSO-ACCT-NUM
           MOVE LS-INSTALLMENT-NO TO LSO-INSTALLMENT-NO
