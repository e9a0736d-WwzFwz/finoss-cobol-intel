       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEAPPR.
      *
      * Approval and posting pass over the FEEREFND service-charge
      * refund requests, run the way DSPREVW works the dispute
      * cases.  The supervisor keys FEEDEC: one row per request
      * being decided, matched by request ID, approving it ("A") or
      * rejecting it ("R") under the supervisor's own user ID.  The
      * operator who asked for a refund may not approve it, and no
      * supervisor may approve more than their OPERSEC transaction
      * limit -- a refund over it waits for someone whose limit
      * covers it.
      *
      * An approved refund posts here and nowhere else: the refund
      * goes back to the customer's balance out of fee income
      * (99999999) through GLPOST under the refund's own "FRF "
      * type, with a LOGTRX ledger row on the account the fee was
      * charged to and the CUSTJRNL before and after images.  A
      * PAYMENT fee was also credited to the fee-income customer
      * row when it was charged, so that row gives it back; the
      * MTHFEES charges never touched it, but took the charge off
      * the account's ACCTMAST balance as well, so a "SVC " or
      * "MIN " refund goes back onto that balance too.  The refund
      * posts to the customer record the account number names, the
      * one the charge came off.  A request whose customer or
      * account is not on file stays pending for the next run.  A
      * PAYMENT fee whose payment has since been reversed was given
      * back by the reversal, so approving its refund rejects it.
      *
      * Decisions land on FEEREFND.NEW (the usual handover) and
      * every outcome goes on FEEARPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "FEEDEC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REFUND-FILE ASSIGN TO "FEEREFND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.
           SELECT REFUND-OUT-FILE ASSIGN TO "FEEREFND.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT PAYMENT-AUDIT-FILE ASSIGN TO "PAYAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT APPROVAL-RPT-FILE ASSIGN TO "FEEARPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  FA-REQUEST-ID        PIC 9(08).
           05  FA-DECISION          PIC X(01).
               88  FA-APPROVE       VALUE "A".
               88  FA-REJECT        VALUE "R".
           05  FA-APPROVER-ID       PIC X(08).

       FD  REFUND-FILE.
       COPY FEEREFND.

       FD  REFUND-OUT-FILE.
       01  REFUND-OUT-RECORD        PIC X(131).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  PAYMENT-AUDIT-FILE.
       COPY PMTAUDIT.

       FD  APPROVAL-RPT-FILE.
       01  APPROVAL-RPT-RECORD.
           05  FV-REQUEST-ID        PIC 9(08).
           05  FILLER               PIC X(02).
           05  FV-FEE-TRX-REF       PIC X(16).
           05  FILLER               PIC X(02).
           05  FV-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  FV-REFUND-AMOUNT     PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  FV-REASON            PIC X(02).
           05  FILLER               PIC X(02).
           05  FV-APPROVER-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  FV-POSTING-REF       PIC X(16).
           05  FILLER               PIC X(02).
           05  FV-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-REFUND-FILE-STATUS    PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-AUDIT-FILE-STATUS     PIC X(2).
       01  WS-AUDIT-EOF             PIC X(1).
           88  END-OF-AUDIT-SCAN    VALUE "Y".
       01  WS-REVERSED-SW           PIC X(1).
           88  PAYMENT-REVERSED     VALUE "Y".
       01  WS-DEC-EOF               PIC X(1) VALUE "N".
           88  END-OF-DECISIONS     VALUE "Y".
       01  WS-REFUND-EOF            PIC X(1) VALUE "N".
           88  END-OF-REFUNDS       VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-DECISION-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-REFUND-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-APPROVED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-APPROVED-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-REQUEST-ID  PIC 9(08).
               10  WS-DEC-DECISION    PIC X(01).
               10  WS-DEC-APPROVER-ID PIC X(08).
               10  WS-DEC-LIMIT       PIC 9(09)V99.
               10  WS-DEC-USED-SW     PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
       01  WS-POSTED-SW             PIC X(1).
           88  POSTING-MADE         VALUE "Y".
       01  WS-FEE-INCOME-CUST-ID    PIC 9(08) VALUE 99999999.
       01  WS-GL-CUSTOMER-ACCT      PIC 9(8).
       01  WS-GL-FEE-INCOME-ACCT    PIC 9(8) VALUE 99999999.
       01  WS-GL-REFUND-TYPE        PIC X(4) VALUE "FRF ".
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
       01  WS-CJ-PROGRAM            PIC X(08) VALUE "FEEAPPR ".
      *
      * OPERSEC sign-on interface: giving the bank's fee income
      * back is supervisor work, and only up to the supervisor's
      * own transaction limit.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "S".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).
       01  LK-TXN-LIMIT             PIC 9(09)V99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT DECISION-FILE
           PERFORM LOAD-DECISION-TABLE
           CLOSE DECISION-FILE
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-FILE-STATUS NOT = "00"
               DISPLAY "FEEAPPR: NO REFUND REQUESTS, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN OUTPUT REFUND-OUT-FILE
           OPEN OUTPUT APPROVAL-RPT-FILE
           PERFORM READ-REFUND
           PERFORM REVIEW-ONE-REQUEST UNTIL END-OF-REFUNDS
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE REFUND-FILE CUSTOMER-MASTER-FILE ACCT-MASTER-FILE
               REFUND-OUT-FILE APPROVAL-RPT-FILE
           DISPLAY "FEEAPPR: DECISIONS READ     " WS-DECISION-COUNT
           DISPLAY "FEEAPPR: REQUESTS READ      " WS-REFUND-COUNT
           DISPLAY "FEEAPPR: REFUNDS POSTED     " WS-APPROVED-COUNT
           DISPLAY "FEEAPPR: AMOUNT REFUNDED    " WS-APPROVED-TOTAL
           DISPLAY "FEEAPPR: REQUESTS REJECTED  " WS-REJECTED-COUNT
           DISPLAY "FEEAPPR: DECISIONS REFUSED  " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DECISION-TABLE.
           PERFORM READ-DECISION
           PERFORM STORE-DECISION-ENTRY UNTIL END-OF-DECISIONS.

       READ-DECISION.
           READ DECISION-FILE
               AT END MOVE "Y" TO WS-DEC-EOF
           END-READ.

      *
      * Decisions under an unknown, suspended, or unauthorized ID
      * never load and surface as unmatched on the report.
      *
       STORE-DECISION-ENTRY.
           MOVE FA-APPROVER-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               DISPLAY "FEEAPPR: DECISION REFUSED FOR APPROVER "
                   FA-APPROVER-ID " - " LK-SIGNON-REASON
               PERFORM READ-DECISION
           ELSE
               PERFORM STORE-GOOD-DECISION
           END-IF.

       STORE-GOOD-DECISION.
           IF WS-DECISION-COUNT = 200
               DISPLAY "FEEAPPR: DECISION TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "OPERSEC-LIMIT" USING LK-OPER-CHECK-ID LK-TXN-LIMIT
           ADD 1 TO WS-DECISION-COUNT
           SET WS-DEC-IDX TO WS-DECISION-COUNT
           MOVE FA-REQUEST-ID TO WS-DEC-REQUEST-ID(WS-DEC-IDX)
           MOVE FA-DECISION TO WS-DEC-DECISION(WS-DEC-IDX)
           MOVE FA-APPROVER-ID TO WS-DEC-APPROVER-ID(WS-DEC-IDX)
           MOVE LK-TXN-LIMIT TO WS-DEC-LIMIT(WS-DEC-IDX)
           MOVE "N" TO WS-DEC-USED-SW(WS-DEC-IDX)
           PERFORM READ-DECISION.

       READ-REFUND.
           READ REFUND-FILE
               AT END MOVE "Y" TO WS-REFUND-EOF
           END-READ.

      *
      * Only a request still pending is waiting for a decision.
      *
       REVIEW-ONE-REQUEST.
           ADD 1 TO WS-REFUND-COUNT
           IF FR-PENDING
               PERFORM FIND-DECISION-FOR-REQUEST
               IF MATCH-FOUND
                   PERFORM APPLY-DECISION
               END-IF
           END-IF
           MOVE FEE-REFUND-RECORD TO REFUND-OUT-RECORD
           WRITE REFUND-OUT-RECORD
           PERFORM READ-REFUND.

       FIND-DECISION-FOR-REQUEST.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
                   OR MATCH-FOUND
               IF WS-DEC-REQUEST-ID(WS-MATCH-IDX) = FR-REQUEST-ID
                   AND WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

       APPLY-DECISION.
           MOVE "Y" TO WS-DEC-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO APPROVAL-RPT-RECORD
           MOVE FR-REQUEST-ID TO FV-REQUEST-ID
           MOVE FR-FEE-TRX-REF TO FV-FEE-TRX-REF
           MOVE FR-ACCOUNT TO FV-ACCOUNT
           MOVE FR-REFUND-AMOUNT TO FV-REFUND-AMOUNT
           MOVE FR-REASON TO FV-REASON
           MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX) TO FV-APPROVER-ID
           MOVE "N" TO WS-REVERSED-SW
           IF WS-DEC-DECISION(WS-MATCH-IDX) = "A"
               AND FR-FEE-TYPE = "FEE "
               PERFORM CHECK-PAYMENT-REVERSED
           END-IF
           EVALUATE TRUE
               WHEN WS-DEC-APPROVER-ID(WS-MATCH-IDX) = FR-REQUESTED-BY
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - APPROVER MADE THE REQUEST"
                       TO FV-OUTCOME
               WHEN PAYMENT-REVERSED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO FR-STATUS
                   MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX)
                       TO FR-APPROVED-BY
                   MOVE WS-TODAY TO FR-DECIDED-DATE
                   MOVE "REJECTED - PAYMENT REVERSED" TO FV-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "A"
                   AND FR-REFUND-AMOUNT > WS-DEC-LIMIT(WS-MATCH-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - OVER APPROVER'S LIMIT"
                       TO FV-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "A"
                   PERFORM APPROVE-REFUND
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO FR-STATUS
                   MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX)
                       TO FR-APPROVED-BY
                   MOVE WS-TODAY TO FR-DECIDED-DATE
                   MOVE "REJECTED - NO REFUND" TO FV-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - DECISION NOT A OR R"
                       TO FV-OUTCOME
           END-EVALUATE
           WRITE APPROVAL-RPT-RECORD.

      *
      * A reversal's PAYAUDIT row names the payment it reversed.
      *
       CHECK-PAYMENT-REVERSED.
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT PAYMENT-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM READ-AUDIT
               PERFORM SCAN-FOR-REVERSAL
                   UNTIL END-OF-AUDIT-SCAN OR PAYMENT-REVERSED
               CLOSE PAYMENT-AUDIT-FILE
           END-IF.

       READ-AUDIT.
           READ PAYMENT-AUDIT-FILE
               AT END MOVE "Y" TO WS-AUDIT-EOF
           END-READ.

       SCAN-FOR-REVERSAL.
           IF PA-ORIGINAL-TRX-REF = FR-FEE-TRX-REF
               AND PA-STATUS = "00"
               MOVE "Y" TO WS-REVERSED-SW
           ELSE
               PERFORM READ-AUDIT
           END-IF.

      *
      * A "SVC " or "MIN " refund also needs the account the charge
      * came off.  Register rows from before the full account number
      * was carried key ACCTMAST the way PAYMENT does, from the
      * ledger account alone.
      *
       APPROVE-REFUND.
           MOVE "N" TO WS-POSTED-SW
           MOVE FR-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "NOT POSTED - CUSTOMER NOT FOUND"
                       TO FV-OUTCOME
               NOT INVALID KEY
                   MOVE "Y" TO WS-POSTED-SW
           END-READ
           IF POSTING-MADE
               AND (FR-FEE-TYPE = "SVC " OR FR-FEE-TYPE = "MIN ")
               PERFORM READ-CHARGED-ACCOUNT
           END-IF
           IF POSTING-MADE
               PERFORM POST-REFUND
           END-IF.

       READ-CHARGED-ACCOUNT.
           IF FR-ACCTM-NUM = SPACES
               MOVE SPACES TO ACCTM-NUM
               MOVE FR-ACCOUNT TO ACCTM-NUM(3:10)
           ELSE
               MOVE FR-ACCTM-NUM TO ACCTM-NUM
           END-IF
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-POSTED-SW
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "NOT POSTED - ACCOUNT NOT FOUND"
                       TO FV-OUTCOME
           END-READ.

       POST-REFUND.
           ADD 1 TO WS-APPROVED-COUNT
           ADD FR-REFUND-AMOUNT TO WS-APPROVED-TOTAL
           CALL "TRXNUM" USING WS-TRX-REF
           MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
           ADD FR-REFUND-AMOUNT TO CUST-BALANCE
           PERFORM STAMP-AND-JOURNAL-REWRITE
           MOVE CUST-ID TO WS-GL-CUSTOMER-ACCT
           IF FR-FEE-TYPE = "FEE "
               PERFORM RETURN-FEE-INCOME
           ELSE
               ADD FR-REFUND-AMOUNT TO ACCTM-BALANCE
               REWRITE ACCT-MASTER-RECORD
           END-IF
           MOVE FR-REFUND-AMOUNT TO WS-GL-AMOUNT
           CALL "GLPOST" USING WS-GL-FEE-INCOME-ACCT
               WS-GL-CUSTOMER-ACCT WS-GL-AMOUNT
               WS-GL-REFUND-TYPE WS-TRX-REF
           MOVE FR-ACCOUNT TO WS-LDG-ACCOUNT-NUMBER
           MOVE FR-REFUND-AMOUNT TO WS-LEDGER-AMOUNT
           CALL "LOGTRX" USING WS-LEDGER-ACCOUNT-DATA
               WS-LEDGER-AMOUNT WS-GL-REFUND-TYPE WS-TRX-REF
           MOVE "D" TO FR-STATUS
           MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX) TO FR-APPROVED-BY
           MOVE WS-TODAY TO FR-DECIDED-DATE
           MOVE WS-TRX-REF TO FR-REFUND-TRX-REF
           MOVE WS-TRX-REF TO FV-POSTING-REF
           MOVE "APPROVED - REFUND POSTED" TO FV-OUTCOME.

      *
      * PAYMENT credits its fee to the fee-income customer row, so
      * the refund of one comes back off that row.
      *
       RETURN-FEE-INCOME.
           MOVE WS-FEE-INCOME-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "FEEAPPR: FEE INCOME ACCOUNT NOT FOUND"
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                   SUBTRACT FR-REFUND-AMOUNT FROM CUST-BALANCE
                   PERFORM STAMP-AND-JOURNAL-REWRITE
           END-READ.

       STAMP-AND-JOURNAL-REWRITE.
           MOVE WS-TODAY TO CUST-LAST-MAINT-DATE
           MOVE WS-CJ-PROGRAM TO CUST-LAST-MAINT-USER
           REWRITE CUSTOMER-RECORD
           MOVE CUSTOMER-RECORD TO WS-CJ-AFTER-IMAGE
           CALL "CUSTJRNL" USING WS-CJ-BEFORE-IMAGE
               WS-CJ-AFTER-IMAGE WS-CJ-PROGRAM WS-TRX-REF.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO APPROVAL-RPT-RECORD
                   MOVE WS-DEC-REQUEST-ID(WS-MATCH-IDX)
                       TO FV-REQUEST-ID
                   MOVE WS-DEC-APPROVER-ID(WS-MATCH-IDX)
                       TO FV-APPROVER-ID
                   MOVE 0 TO FV-REFUND-AMOUNT
                   MOVE "DECISION DID NOT MATCH A PENDING REQUEST"
                       TO FV-OUTCOME
                   WRITE APPROVAL-RPT-RECORD
               END-IF
           END-PERFORM.
