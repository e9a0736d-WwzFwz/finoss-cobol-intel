      * is journaled through GLPOST as loan interest income under
      * its own "LNI " type and reference, and the schedule row is
      * marked billed on LOANSCHD.NEW (the CCBILLS.NEW handover).
      * Everything billed lands on the LOANBRPT report.  A loan
      * LOANCLAS has put on non-accrual (LNSUSP) has its interest
      * parked in the interest-in-suspense account under the "IIS "
      * type instead of taken to income, and its suspense balance
      * grows by the same amount on LNSUSP.NEW.  Each new
      * receivable opens with nothing collected and no debit tried,
      * ready for the LOANCOLL auto-debit step that follows this one
      * in the chain.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-RECV-FILE ASSIGN TO "LOANRECV"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-SUSP-FILE ASSIGN TO "LNSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT LOAN-SUSP-OUT-FILE ASSIGN TO "LNSUSP.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BILL-RPT-FILE ASSIGN TO "LOANBRPT"
               ORGANIZATION LINE SEQUENTIAL.

           05  LSO-STATUS           PIC X(01).

       FD  LOAN-RECV-FILE.
       COPY LOANRECV.

       FD  LOAN-SUSP-FILE.
       COPY LNSUSP.

       FD  LOAN-SUSP-OUT-FILE.
       01  LOAN-SUSP-OUT-RECORD     PIC X(43).

       FD  BILL-RPT-FILE.
       01  BILL-RPT-RECORD.
       01  WS-GL-LNI-TRANS-TYPE     PIC X(4) VALUE "LNI ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
       01  WS-GL-INT-SUSPENSE-ACCT  PIC 9(8) VALUE 56565656.
       01  WS-GL-IIS-TRANS-TYPE     PIC X(4) VALUE "IIS ".
       01  WS-SUSPENDED-COUNT       PIC 9(7) COMP VALUE 0.
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

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-SUSPENSE-REGISTER
           OPEN INPUT LOAN-SCHEDULE-FILE
           OPEN OUTPUT LOAN-SCHEDULE-OUT-FILE
           OPEN EXTEND LOAN-RECV-FILE
           PERFORM BILL-IF-DUE UNTIL END-OF-SCHEDULE
           CLOSE LOAN-SCHEDULE-FILE LOAN-SCHEDULE-OUT-FILE
               LOAN-RECV-FILE BILL-RPT-FILE
           PERFORM WRITE-SUSPENSE-REGISTER
           DISPLAY "LOANBILL: INSTALLMENTS BILLED " WS-BILLED-COUNT
           DISPLAY "LOANBILL: INTEREST SUSPENDED  " WS-SUSPENDED-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

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
               DISPLAY "LOANBILL: SUSPENSE TABLE FULL - RAISE OCCURS"
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

       READ-SCHEDULE.
           READ LOAN-SCHEDULE-FILE
               AT END MOVE "Y" TO WS-SCHD-EOF
           MOVE LS-INSTALLMENT-NO TO LR-INSTALLMENT-NO
           MOVE LS-DUE-DATE TO LR-DUE-DATE
           MOVE WS-AMOUNT-DUE TO LR-AMOUNT-DUE
           MOVE 0 TO LR-COLLECTED
           MOVE 0 TO LR-ATTEMPTS
           MOVE "O" TO LR-COLL-STATUS
           MOVE 0 TO LR-LAST-ATTEMPT
           WRITE LOAN-RECV-RECORD
           IF LS-INTEREST-PART > 0
               MOVE LS-ACCT-NUM(5:8) TO WS-GL-CUSTOMER-ACCT
               MOVE LS-INTEREST-PART TO WS-GL-AMOUNT
               CALL "TRXNUM" USING WS-TRX-REF
               PERFORM FIND-SUSPENSE-ENTRY
               IF WS-SSP-FOUND-SUB > 0
                   AND WS-SSP-STATUS(WS-SSP-FOUND-SUB) = "N"
                   ADD 1 TO WS-SUSPENDED-COUNT
                   ADD WS-GL-AMOUNT
                       TO WS-SSP-BALANCE(WS-SSP-FOUND-SUB)
                   CALL "GLPOST" USING WS-GL-CUSTOMER-ACCT
                       WS-GL-INT-SUSPENSE-ACCT WS-GL-AMOUNT
                       WS-GL-IIS-TRANS-TYPE WS-TRX-REF
               ELSE
                   CALL "GLPOST" USING WS-GL-CUSTOMER-ACCT
                       WS-GL-INT-INCOME-ACCT WS-GL-AMOUNT
                       WS-GL-LNI-TRANS-TYPE WS-TRX-REF
               END-IF
           END-IF
           MOVE SPACES TO BILL-RPT-RECORD
           MOVE LS-ACCT-NUM TO BL-ACCT-NUM
