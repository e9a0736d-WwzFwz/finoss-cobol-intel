       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERQST.
      *
      * Fee-refund requests.  A branch that agrees to give a customer
      * back a service charge keys FEERQIN: the TRX-REF the fee
      * posted under, the full 12-character account number, the
      * amount to refund (all of the fee or part of it) and a reason
      * code.  Each request must name a real fee -- a "SVC ", "MIN "
      * or "FEE " row on TRXLEDGR under that reference whose ledger
      * account is the account number's (3:10) -- and may not take
      * the fee's refunds, pending and paid together, past what was
      * charged.  Good requests join the FEEREFND register
      * as pending under the next request ID, for a supervisor to
      * approve through FEEAPPR; nothing is posted here.  The
      * register is rewritten to FEEREFND.NEW (the usual handover)
      * and every request's outcome goes on FEERQRPT, which says so
      * when the fee already carries an earlier refund.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-IN-FILE ASSIGN TO "FEERQIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RQIN-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "TRXLEDGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.
           SELECT REFUND-FILE ASSIGN TO "FEEREFND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RFND-FILE-STATUS.
           SELECT REFUND-OUT-FILE ASSIGN TO "FEEREFND.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REQUEST-RPT-FILE ASSIGN TO "FEERQRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-IN-FILE.
       01  REQUEST-IN-RECORD.
           05  RQ-FEE-TRX-REF       PIC X(16).
           05  RQ-ACCOUNT           PIC X(12).
           05  RQ-REFUND-AMOUNT     PIC 9(09)V99.
           05  RQ-REASON            PIC X(02).
               88  RQ-REASON-VALID  VALUE "BE" "GW" "RW" "CP".
           05  RQ-OPERATOR-ID       PIC X(08).

       FD  LEDGER-FILE.
       COPY TRXLEDGR.

       FD  REFUND-FILE.
       COPY FEEREFND.

       FD  REFUND-OUT-FILE.
       01  REFUND-OUT-RECORD        PIC X(131).

       FD  REQUEST-RPT-FILE.
       01  REQUEST-RPT-RECORD.
           05  FQ-REQUEST-ID        PIC 9(08).
           05  FILLER               PIC X(02).
           05  FQ-FEE-TRX-REF       PIC X(16).
           05  FILLER               PIC X(02).
           05  FQ-ACCOUNT           PIC X(12).
           05  FILLER               PIC X(02).
           05  FQ-REFUND-AMOUNT     PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  FQ-REASON            PIC X(02).
           05  FILLER               PIC X(02).
           05  FQ-OPERATOR-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  FQ-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-RQIN-FILE-STATUS      PIC X(2).
       01  WS-LDG-FILE-STATUS       PIC X(2).
       01  WS-RFND-FILE-STATUS      PIC X(2).
       01  WS-RQIN-EOF              PIC X(1) VALUE "N".
           88  END-OF-REQUESTS      VALUE "Y".
       01  WS-LDG-EOF               PIC X(1) VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".
       01  WS-RFND-EOF              PIC X(1) VALUE "N".
           88  END-OF-REFUNDS       VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-HIGH-REQUEST-ID       PIC 9(08) VALUE 0.
       01  WS-REQUEST-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-ACCEPTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
      *
      * Requests load once and gather the fee from the ledger and
      * what is already committed against it from the register, one
      * pass each.
      *
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-REQ-IDX.
               10  WS-REQ-FEE-TRX-REF  PIC X(16).
               10  WS-REQ-ACCOUNT      PIC X(12).
               10  WS-REQ-AMOUNT       PIC 9(09)V99.
               10  WS-REQ-REASON       PIC X(02).
               10  WS-REQ-OPERATOR-ID  PIC X(08).
               10  WS-REQ-LEDGER-ACCT  PIC 9(10).
               10  WS-REQ-FEE-TYPE     PIC X(04).
               10  WS-REQ-FEE-AMOUNT   PIC 9(09)V99.
               10  WS-REQ-COMMITTED    PIC 9(09)V99.
               10  WS-REQ-PRIOR-SW     PIC X(01).
               10  WS-REQ-ON-LEDGER-SW PIC X(01).
               10  WS-REQ-VALID-SW     PIC X(01).
               10  WS-REQ-REJECT       PIC X(40).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-LATER-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-FEE-LEFT              PIC 9(09)V99.
      *
      * OPERSEC sign-on interface: the branch officer agreeing the
      * refund keys the request.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "T".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT REQUEST-IN-FILE
           IF WS-RQIN-FILE-STATUS NOT = "00"
               DISPLAY "FEERQST: NO REFUND REQUESTS, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-REQUEST-TABLE
           CLOSE REQUEST-IN-FILE
           PERFORM FIND-FEES-ON-LEDGER
           OPEN OUTPUT REFUND-OUT-FILE
           OPEN OUTPUT REQUEST-RPT-FILE
           OPEN INPUT REFUND-FILE
           IF WS-RFND-FILE-STATUS = "00"
               PERFORM READ-REFUND
               PERFORM CARRY-REFUND UNTIL END-OF-REFUNDS
               CLOSE REFUND-FILE
           END-IF
           PERFORM APPEND-NEW-REQUESTS
           CLOSE REFUND-OUT-FILE REQUEST-RPT-FILE
           DISPLAY "FEERQST: REQUESTS READ      " WS-REQUEST-COUNT
           DISPLAY "FEERQST: REQUESTS PENDING   " WS-ACCEPTED-COUNT
           DISPLAY "FEERQST: REQUESTS REJECTED  " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-REQUEST-TABLE.
           PERFORM READ-REQUEST
           PERFORM STORE-REQUEST-ENTRY UNTIL END-OF-REQUESTS.

       READ-REQUEST.
           READ REQUEST-IN-FILE
               AT END MOVE "Y" TO WS-RQIN-EOF
           END-READ.

       STORE-REQUEST-ENTRY.
           IF WS-REQUEST-COUNT = 200
               DISPLAY "FEERQST: REQUEST TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REQUEST-COUNT
           SET WS-REQ-IDX TO WS-REQUEST-COUNT
           MOVE RQ-FEE-TRX-REF TO WS-REQ-FEE-TRX-REF(WS-REQ-IDX)
           MOVE RQ-ACCOUNT TO WS-REQ-ACCOUNT(WS-REQ-IDX)
           MOVE RQ-REFUND-AMOUNT TO WS-REQ-AMOUNT(WS-REQ-IDX)
           MOVE RQ-REASON TO WS-REQ-REASON(WS-REQ-IDX)
           MOVE RQ-OPERATOR-ID TO WS-REQ-OPERATOR-ID(WS-REQ-IDX)
           MOVE 0 TO WS-REQ-LEDGER-ACCT(WS-REQ-IDX)
           MOVE SPACES TO WS-REQ-FEE-TYPE(WS-REQ-IDX)
           MOVE 0 TO WS-REQ-FEE-AMOUNT(WS-REQ-IDX)
           MOVE 0 TO WS-REQ-COMMITTED(WS-REQ-IDX)
           MOVE "N" TO WS-REQ-PRIOR-SW(WS-REQ-IDX)
           MOVE "N" TO WS-REQ-ON-LEDGER-SW(WS-REQ-IDX)
           PERFORM EDIT-REQUEST-FIELDS
           PERFORM READ-REQUEST.

       EDIT-REQUEST-FIELDS.
           MOVE "Y" TO WS-REQ-VALID-SW(WS-REQ-IDX)
           MOVE SPACES TO WS-REQ-REJECT(WS-REQ-IDX)
           MOVE RQ-OPERATOR-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID
               LK-REQUIRED-ROLE LK-SIGNON-RESULT
           EVALUATE TRUE
               WHEN LK-SIGNON-OK = "N"
                   MOVE "N" TO WS-REQ-VALID-SW(WS-REQ-IDX)
                   MOVE LK-SIGNON-REASON TO WS-REQ-REJECT(WS-REQ-IDX)
               WHEN RQ-FEE-TRX-REF = SPACES OR RQ-ACCOUNT = SPACES
                   MOVE "N" TO WS-REQ-VALID-SW(WS-REQ-IDX)
                   MOVE "REJECTED - FEE TRX-REF OR ACCOUNT MISSING"
                       TO WS-REQ-REJECT(WS-REQ-IDX)
               WHEN RQ-REFUND-AMOUNT NOT NUMERIC
                   OR RQ-REFUND-AMOUNT = 0
                   MOVE "N" TO WS-REQ-VALID-SW(WS-REQ-IDX)
                   MOVE "REJECTED - REFUND AMOUNT INVALID"
                       TO WS-REQ-REJECT(WS-REQ-IDX)
               WHEN NOT RQ-REASON-VALID
                   MOVE "N" TO WS-REQ-VALID-SW(WS-REQ-IDX)
                   MOVE "REJECTED - REASON NOT BE, GW, RW OR CP"
                       TO WS-REQ-REJECT(WS-REQ-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *
      * Ledger rows carry the rightmost 10 characters of the account
      * number, the width PAYMENT and LOGTRX post in; the customer
      * is the rightmost 8.  The request's (3:10) must be the fee
      * row's account exactly, so the refund goes back to the
      * account that paid it.  Only fee rows count: a payment's own
      * "PMT " leg under the same reference is not refundable here.
      *
       FIND-FEES-ON-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-FILE-STATUS = "00"
               PERFORM READ-LEDGER
               PERFORM NOTE-LEDGER-ROW UNTIL END-OF-LEDGER
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-LDG-EOF
           END-READ.

       NOTE-LEDGER-ROW.
           IF TRX-TYPE = "SVC " OR TRX-TYPE = "MIN "
               OR TRX-TYPE = "FEE "
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-REQUEST-COUNT
                   IF WS-REQ-VALID-SW(WS-MATCH-IDX) = "Y"
                       AND WS-REQ-FEE-TRX-REF(WS-MATCH-IDX) = TRX-REF
                       AND WS-REQ-ACCOUNT(WS-MATCH-IDX)(3:10)
                           = TRX-ACCOUNT-NUM
                       PERFORM NOTE-FEE-FOR-REQUEST
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-LEDGER.

       NOTE-FEE-FOR-REQUEST.
           MOVE "Y" TO WS-REQ-ON-LEDGER-SW(WS-MATCH-IDX)
           MOVE TRX-ACCOUNT-NUM TO WS-REQ-LEDGER-ACCT(WS-MATCH-IDX)
           MOVE TRX-TYPE TO WS-REQ-FEE-TYPE(WS-MATCH-IDX)
           ADD TRX-AMOUNT TO WS-REQ-FEE-AMOUNT(WS-MATCH-IDX).

       READ-REFUND.
           READ REFUND-FILE
               AT END MOVE "Y" TO WS-RFND-EOF
           END-READ.

      *
      * Pending and paid refunds both count against the fee; a
      * rejected request gave nothing back.
      *
       CARRY-REFUND.
           IF FR-REQUEST-ID > WS-HIGH-REQUEST-ID
               MOVE FR-REQUEST-ID TO WS-HIGH-REQUEST-ID
           END-IF
           IF FR-PENDING OR FR-REFUNDED
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-REQUEST-COUNT
                   IF WS-REQ-FEE-TRX-REF(WS-MATCH-IDX)
                       = FR-FEE-TRX-REF
                       AND WS-REQ-ACCOUNT(WS-MATCH-IDX)(3:10)
                           = FR-ACCOUNT
                       ADD FR-REFUND-AMOUNT
                           TO WS-REQ-COMMITTED(WS-MATCH-IDX)
                       MOVE "Y" TO WS-REQ-PRIOR-SW(WS-MATCH-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE FEE-REFUND-RECORD TO REFUND-OUT-RECORD
           WRITE REFUND-OUT-RECORD
           PERFORM READ-REFUND.

       APPEND-NEW-REQUESTS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-REQUEST-COUNT
               PERFORM APPEND-ONE-REQUEST
           END-PERFORM.

       APPEND-ONE-REQUEST.
           MOVE SPACES TO REQUEST-RPT-RECORD
           MOVE 0 TO FQ-REQUEST-ID
           MOVE WS-REQ-FEE-TRX-REF(WS-MATCH-IDX) TO FQ-FEE-TRX-REF
           MOVE WS-REQ-ACCOUNT(WS-MATCH-IDX) TO FQ-ACCOUNT
           MOVE WS-REQ-AMOUNT(WS-MATCH-IDX) TO FQ-REFUND-AMOUNT
           MOVE WS-REQ-REASON(WS-MATCH-IDX) TO FQ-REASON
           MOVE WS-REQ-OPERATOR-ID(WS-MATCH-IDX) TO FQ-OPERATOR-ID
           MOVE 0 TO WS-FEE-LEFT
           IF WS-REQ-FEE-AMOUNT(WS-MATCH-IDX)
               > WS-REQ-COMMITTED(WS-MATCH-IDX)
               COMPUTE WS-FEE-LEFT = WS-REQ-FEE-AMOUNT(WS-MATCH-IDX)
                   - WS-REQ-COMMITTED(WS-MATCH-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-REQ-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-REQ-REJECT(WS-MATCH-IDX) TO FQ-OUTCOME
               WHEN WS-REQ-ON-LEDGER-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - NO FEE ON LEDGER FOR TRX-REF"
                       TO FQ-OUTCOME
               WHEN WS-REQ-AMOUNT(WS-MATCH-IDX) > WS-FEE-LEFT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - MORE THAN FEE LEFT TO REFUND"
                       TO FQ-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-ACCEPTED-COUNT
                   PERFORM BUILD-NEW-REQUEST
                   MOVE FEE-REFUND-RECORD TO REFUND-OUT-RECORD
                   WRITE REFUND-OUT-RECORD
                   MOVE FR-REQUEST-ID TO FQ-REQUEST-ID
                   IF WS-REQ-PRIOR-SW(WS-MATCH-IDX) = "Y"
                       MOVE "PENDING - FEE HAS AN EARLIER REFUND"
                           TO FQ-OUTCOME
                   ELSE
                       MOVE "PENDING APPROVAL" TO FQ-OUTCOME
                   END-IF
                   PERFORM COMMIT-AGAINST-LATER-REQUESTS
           END-EVALUATE
           WRITE REQUEST-RPT-RECORD.

       BUILD-NEW-REQUEST.
           ADD 1 TO WS-HIGH-REQUEST-ID
           MOVE SPACES TO FEE-REFUND-RECORD
           MOVE WS-HIGH-REQUEST-ID TO FR-REQUEST-ID
           MOVE WS-REQ-FEE-TRX-REF(WS-MATCH-IDX) TO FR-FEE-TRX-REF
           MOVE WS-REQ-LEDGER-ACCT(WS-MATCH-IDX) TO FR-ACCOUNT
           MOVE WS-REQ-ACCOUNT(WS-MATCH-IDX)(5:8) TO FR-CUST-ID
           MOVE WS-REQ-ACCOUNT(WS-MATCH-IDX) TO FR-ACCTM-NUM
           MOVE WS-REQ-FEE-TYPE(WS-MATCH-IDX) TO FR-FEE-TYPE
           MOVE WS-REQ-FEE-AMOUNT(WS-MATCH-IDX) TO FR-FEE-AMOUNT
           MOVE WS-REQ-AMOUNT(WS-MATCH-IDX) TO FR-REFUND-AMOUNT
           MOVE WS-REQ-REASON(WS-MATCH-IDX) TO FR-REASON
           MOVE WS-REQ-OPERATOR-ID(WS-MATCH-IDX) TO FR-REQUESTED-BY
           MOVE WS-TODAY TO FR-REQUESTED-DATE
           MOVE "P" TO FR-STATUS
           MOVE 0 TO FR-DECIDED-DATE.

      *
      * A second request for the same fee in the same file sees
      * this one as already committed.
      *
       COMMIT-AGAINST-LATER-REQUESTS.
           PERFORM VARYING WS-LATER-IDX FROM WS-MATCH-IDX BY 1
               UNTIL WS-LATER-IDX > WS-REQUEST-COUNT
               IF WS-LATER-IDX NOT = WS-MATCH-IDX
                   AND WS-REQ-FEE-TRX-REF(WS-LATER-IDX)
                       = FR-FEE-TRX-REF
                   AND WS-REQ-ACCOUNT(WS-LATER-IDX)(3:10)
                       = FR-ACCOUNT
                   ADD FR-REFUND-AMOUNT
                       TO WS-REQ-COMMITTED(WS-LATER-IDX)
                   MOVE "Y" TO WS-REQ-PRIOR-SW(WS-LATER-IDX)
               END-IF
           END-PERFORM.
