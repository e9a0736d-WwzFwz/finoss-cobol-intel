       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOLL.
      *
      * Automatic installment debit, run in DLYCHAIN right after
      * LOANBILL.  LOANBILL leaves each due installment on LOANRECV
      * and LOANPAST used to wait for the borrower to push a "PCR "
      * credit at the loan; most borrowers would rather the bank
      * simply took it.  Every loan with a repayment-account link on
      * LOANRPAY has each open receivable debited from that account
      * through PAYMENT-ENTRY -- BALCHK, restrictions, holds,
      * overdraft limits and overdraft protection all apply, exactly
      * as for any other debit.  When PAYMENT turns the whole
      * remainder down for insufficient funds, whatever headroom
      * BALCHK-HEADROOM reports is taken as a partial payment
      * and the rest is retried on each following business day the
      * chain runs, up to the LCOLPARM number of attempts; a
      * receivable still owing after its last attempt is marked
      * exhausted and left for LOANPAST to mark past due.  A loan
      * with no link is marked for manual collection and LOANPAST
      * chases it from the ledger as before.  The updated
      * receivables ride to LOANRECV.NEW (the usual handover) and
      * every attempt lands on the LOANCRPT report.  A receivable
      * finished with -- collected, exhausted or manual -- stays on
      * LOANRECV for the LCOLPARM retention months after its last
      * attempt, long enough for LOANPAST to settle the installment
      * from it, and is then dropped from the rewrite.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-RECV-FILE ASSIGN TO "LOANRECV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-FILE-STATUS.
           SELECT LOAN-RECV-OUT-FILE ASSIGN TO "LOANRECV.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPAY-LINK-FILE ASSIGN TO "LOANRPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT COLL-PARM-FILE ASSIGN TO "LCOLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT COLL-RPT-FILE ASSIGN TO "LOANCRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-RECV-FILE.
       COPY LOANRECV.

       FD  LOAN-RECV-OUT-FILE.
       01  LOAN-RECV-OUT-RECORD     PIC X(56).

      *
      * One row per loan that repays by auto-debit: the 10-character
      * account the installments are taken from.  A status other
      * than "A" suspends the link without losing it.
      *
       FD  REPAY-LINK-FILE.
       01  REPAY-LINK-RECORD.
           05  RP-ACCT-NUM          PIC X(12).
           05  RP-REPAY-ACCT        PIC X(10).
           05  RP-STATUS            PIC X(01).

      *
      * How many business days an installment is tried before it is
      * left to LOANPAST -- a data file so collections tunes it
      * without a recompile, the CCPARM convention.
      *
       FD  COLL-PARM-FILE.
       01  COLL-PARM-RECORD.
           05  LCP-RETRY-DAYS       PIC 9(02).
           05  LCP-RETAIN-MONTHS    PIC 9(03).

       FD  COLL-RPT-FILE.
       01  COLL-RPT-RECORD.
           05  CR-ACCT-NUM          PIC X(12).
           05  FILLER               PIC X(02).
           05  CR-INSTALLMENT-NO    PIC 9(03).
           05  FILLER               PIC X(02).
           05  CR-REPAY-ACCT        PIC X(10).
           05  FILLER               PIC X(02).
           05  CR-ATTEMPT           PIC 9(02).
           05  FILLER               PIC X(02).
           05  CR-COLLECTED-NOW     PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  CR-STILL-OWING       PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  CR-OUTCOME           PIC X(40).

       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-RECV-FILE-STATUS      PIC X(2).
       01  WS-LINK-FILE-STATUS      PIC X(2).
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-RECV-EOF              PIC X(1) VALUE "N".
           88  END-OF-RECEIVABLES   VALUE "Y".
       01  WS-LINK-EOF              PIC X(1) VALUE "N".
           88  END-OF-LINKS         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TODAY-FIELDS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR        PIC 9(04).
           05  WS-TODAY-MONTH       PIC 9(02).
           05  WS-TODAY-DAY         PIC 9(02).
       01  WS-RETRY-DAYS            PIC 9(02) VALUE 3.
      *
      * Retention cutoff in YYYYMM, the ARCHPURG arithmetic: a
      * finished receivable last attempted in an earlier month is
      * not carried forward.
      *
       01  WS-RETAIN-MONTHS         PIC 9(03) VALUE 001.
       01  WS-CUTOFF-PERIOD         PIC 9(06).
       01  WS-TOTAL-MONTHS          PIC S9(07) COMP.
       01  WS-CUTOFF-YEAR           PIC 9(05) COMP.
       01  WS-CUTOFF-MONTH          PIC 9(02) COMP.
       01  WS-AGED-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-ITEM-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-COLLECTED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-PARTIAL-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-EXHAUSTED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-MANUAL-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-COLLECTED-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-LINK-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LNK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-ACCT-NUM  PIC X(12).
               10  WS-LNK-REPAY     PIC X(10).
       01  WS-LNK-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-REPAY-ACCT            PIC X(10).
       01  WS-HEADROOM              PIC S9(9)V99 COMP-3.
       01  WS-HEADROOM-OK           PIC X(1).
       01  WS-REMAINDER             PIC 9(09)V99 VALUE 0.
       01  WS-ATTEMPT-AMOUNT        PIC 9(09)V99 VALUE 0.
       01  WS-COLLECTED-NOW         PIC 9(09)V99 VALUE 0.
       01  WS-OUTCOME               PIC X(40).
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
           PERFORM LOAD-COLLECTION-PARM
           PERFORM COMPUTE-CUTOFF-PERIOD
           PERFORM LOAD-LINK-TABLE
           OPEN OUTPUT LOAN-RECV-OUT-FILE
           OPEN OUTPUT COLL-RPT-FILE
           OPEN INPUT LOAN-RECV-FILE
           IF WS-RECV-FILE-STATUS = "00"
               PERFORM READ-RECEIVABLE
               PERFORM COLLECT-ONE-RECEIVABLE
                   UNTIL END-OF-RECEIVABLES
               CLOSE LOAN-RECV-FILE
           END-IF
           CLOSE LOAN-RECV-OUT-FILE COLL-RPT-FILE
           DISPLAY "LOANCOLL: RECEIVABLES TRIED  " WS-ITEM-COUNT
           DISPLAY "LOANCOLL: COLLECTED IN FULL  " WS-COLLECTED-COUNT
           DISPLAY "LOANCOLL: PARTIAL / RETRYING " WS-PARTIAL-COUNT
           DISPLAY "LOANCOLL: LEFT FOR LOANPAST  " WS-EXHAUSTED-COUNT
           DISPLAY "LOANCOLL: NO REPAYMENT LINK  " WS-MANUAL-COUNT
           DISPLAY "LOANCOLL: AMOUNT COLLECTED   " WS-COLLECTED-TOTAL
           DISPLAY "LOANCOLL: FINISHED ROWS AGED " WS-AGED-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-EXHAUSTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      * A missing parameter file leaves the compiled-in default, the
      * ESCHPARM stance.
      *
       LOAD-COLLECTION-PARM.
           OPEN INPUT COLL-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ COLL-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LCP-RETRY-DAYS NUMERIC
                           AND LCP-RETRY-DAYS > 0
                           MOVE LCP-RETRY-DAYS TO WS-RETRY-DAYS
                       END-IF
                       IF LCP-RETAIN-MONTHS NUMERIC
                           AND LCP-RETAIN-MONTHS > 0
                           MOVE LCP-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                       END-IF
               END-READ
               CLOSE COLL-PARM-FILE
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

       LOAD-LINK-TABLE.
           OPEN INPUT REPAY-LINK-FILE
           IF WS-LINK-FILE-STATUS = "00"
               PERFORM READ-LINK
               PERFORM STORE-LINK-ENTRY UNTIL END-OF-LINKS
               CLOSE REPAY-LINK-FILE
           END-IF.

       READ-LINK.
           READ REPAY-LINK-FILE
               AT END MOVE "Y" TO WS-LINK-EOF
           END-READ.

       STORE-LINK-ENTRY.
           IF RP-STATUS = "A"
               IF WS-LINK-COUNT = 2000
                   DISPLAY "LOANCOLL: LINK TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LINK-COUNT
               MOVE RP-ACCT-NUM TO WS-LNK-ACCT-NUM(WS-LINK-COUNT)
               MOVE RP-REPAY-ACCT TO WS-LNK-REPAY(WS-LINK-COUNT)
           END-IF
           PERFORM READ-LINK.

       READ-RECEIVABLE.
           READ LOAN-RECV-FILE
               AT END MOVE "Y" TO WS-RECV-EOF
           END-READ.

      *
      * A receivable written before the collection fields existed
      * arrives with them blank and is treated as freshly billed.
      *
       COLLECT-ONE-RECEIVABLE.
           IF LR-COLLECTED NOT NUMERIC
               OR LR-ATTEMPTS NOT NUMERIC
               OR LR-COLL-STATUS = SPACE
               MOVE 0 TO LR-COLLECTED
               MOVE 0 TO LR-ATTEMPTS
               MOVE 0 TO LR-LAST-ATTEMPT
               MOVE "O" TO LR-COLL-STATUS
           END-IF
           IF LR-COLL-OPEN AND LR-LAST-ATTEMPT NOT = WS-TODAY
               PERFORM FIND-REPAYMENT-LINK
               IF WS-REPAY-ACCT = SPACES
                   ADD 1 TO WS-MANUAL-COUNT
                   MOVE "M" TO LR-COLL-STATUS
                   MOVE WS-TODAY TO LR-LAST-ATTEMPT
                   MOVE 0 TO WS-COLLECTED-NOW
                   MOVE "NO REPAYMENT ACCOUNT - MANUAL COLLECTION"
                       TO WS-OUTCOME
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM ATTEMPT-COLLECTION
               END-IF
           END-IF
           IF NOT LR-COLL-OPEN
               AND LR-LAST-ATTEMPT(1:6) < WS-CUTOFF-PERIOD
               ADD 1 TO WS-AGED-COUNT
           ELSE
               MOVE LOAN-RECV-RECORD TO LOAN-RECV-OUT-RECORD
               WRITE LOAN-RECV-OUT-RECORD
           END-IF
           PERFORM READ-RECEIVABLE.

       FIND-REPAYMENT-LINK.
           MOVE SPACES TO WS-REPAY-ACCT
           PERFORM VARYING WS-LNK-SUB FROM 1 BY 1
               UNTIL WS-LNK-SUB > WS-LINK-COUNT
                   OR WS-REPAY-ACCT NOT = SPACES
               IF WS-LNK-ACCT-NUM(WS-LNK-SUB) = LR-ACCT-NUM
                   MOVE WS-LNK-REPAY(WS-LNK-SUB) TO WS-REPAY-ACCT
               END-IF
           END-PERFORM.

      *
      * The full remainder goes to PAYMENT-ENTRY first, so overdraft
      * limits and overdraft protection are weighed exactly as for
      * any other debit.  Only an insufficient-funds refusal ("51")
      * falls back to a partial collection, sized by the headroom
      * BALCHK-HEADROOM reports; the rest waits for tomorrow's
      * attempt.
      *
       ATTEMPT-COLLECTION.
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO LR-ATTEMPTS
           MOVE WS-TODAY TO LR-LAST-ATTEMPT
           MOVE 0 TO WS-COLLECTED-NOW
           MOVE SPACES TO WS-OUTCOME
           COMPUTE WS-REMAINDER = LR-AMOUNT-DUE - LR-COLLECTED
           MOVE WS-REMAINDER TO WS-ATTEMPT-AMOUNT
           PERFORM DEBIT-REPAYMENT-ACCOUNT
           IF LK-STATUS = "51"
               PERFORM COLLECT-AVAILABLE-HEADROOM
           END-IF
           PERFORM CLOSE-OR-RETRY.

       COLLECT-AVAILABLE-HEADROOM.
           CALL "BALCHK-HEADROOM" USING WS-REPAY-ACCT WS-HEADROOM
               WS-HEADROOM-OK
           IF WS-HEADROOM-OK = "Y" AND WS-HEADROOM > 0
               IF WS-HEADROOM < WS-REMAINDER
                   MOVE WS-HEADROOM TO WS-ATTEMPT-AMOUNT
               ELSE
                   MOVE WS-REMAINDER TO WS-ATTEMPT-AMOUNT
               END-IF
               MOVE SPACES TO WS-OUTCOME
               PERFORM DEBIT-REPAYMENT-ACCOUNT
           ELSE
               MOVE "NO FUNDS AVAILABLE" TO WS-OUTCOME
           END-IF.

       DEBIT-REPAYMENT-ACCOUNT.
           MOVE WS-REPAY-ACCT TO LK-ACCOUNT-FROM
           MOVE LR-ACCT-NUM(3:10) TO LK-ACCOUNT-TO
           MOVE WS-ATTEMPT-AMOUNT TO LK-AMOUNT
           MOVE "IDR" TO LK-CURRENCY
           MOVE "T" TO LK-PAYMENT-TYPE
           MOVE "S" TO LK-PROCESSING-MODE
           MOVE SPACES TO LK-ORIGINAL-TRX-REF
           MOVE 0 TO LK-ORIGINAL-FEE
           MOVE 0 TO LK-VALUE-DATE
           MOVE "LOANCOLL" TO LK-OPERATOR-ID
           MOVE SPACES TO LK-CHECKER-ID
           MOVE SPACES TO LK-BENEF-BANK
           CALL "PAYMENT-ENTRY" USING LK-PAYMENT-DATA LK-RESULT
           IF LK-STATUS = "00"
               MOVE WS-ATTEMPT-AMOUNT TO WS-COLLECTED-NOW
               ADD WS-ATTEMPT-AMOUNT TO LR-COLLECTED
               ADD WS-ATTEMPT-AMOUNT TO WS-COLLECTED-TOTAL
           ELSE
               MOVE LK-MESSAGE TO WS-OUTCOME
           END-IF.

       CLOSE-OR-RETRY.
           EVALUATE TRUE
               WHEN LR-COLLECTED NOT < LR-AMOUNT-DUE
                   ADD 1 TO WS-COLLECTED-COUNT
                   MOVE "C" TO LR-COLL-STATUS
                   MOVE "COLLECTED IN FULL" TO WS-OUTCOME
               WHEN LR-ATTEMPTS NOT < WS-RETRY-DAYS
                   ADD 1 TO WS-EXHAUSTED-COUNT
                   MOVE "X" TO LR-COLL-STATUS
                   MOVE "RETRIES EXHAUSTED - LEFT FOR LOANPAST"
                       TO WS-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-PARTIAL-COUNT
                   IF WS-COLLECTED-NOW > 0
                       MOVE "PARTIAL - REMAINDER RETRIED NEXT DAY"
                           TO WS-OUTCOME
                   END-IF
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO COLL-RPT-RECORD
           MOVE LR-ACCT-NUM TO CR-ACCT-NUM
           MOVE LR-INSTALLMENT-NO TO CR-INSTALLMENT-NO
           MOVE WS-REPAY-ACCT TO CR-REPAY-ACCT
           MOVE LR-ATTEMPTS TO CR-ATTEMPT
           MOVE WS-COLLECTED-NOW TO CR-COLLECTED-NOW
           COMPUTE CR-STILL-OWING = LR-AMOUNT-DUE - LR-COLLECTED
           MOVE WS-OUTCOME TO CR-OUTCOME
           WRITE COLL-RPT-RECORD.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "LOANCOLL" TO SS-STEP-NAME
           MOVE WS-ITEM-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
