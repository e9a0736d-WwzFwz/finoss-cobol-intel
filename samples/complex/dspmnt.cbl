       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPMNT.
      *
      * Intake for customer disputes over a posting, the GARNMNT
      * pattern.  The branch keys DSPTRAN when a customer disputes
      * an item -- "O" to open a case on the item's TRX-REF (the
      * account it posted to, the dispute reason, the amount the
      * customer claims and, for a direct debit or cheque, who the
      * bank will claim against), "W" when the customer withdraws
      * the dispute -- and this program applies the file against
      * DISPCASE in one pass, writing DISPCASE.NEW (the usual
      * handover) and every action's outcome on DSPMRPT.  The
      * operator who keys the opening is the case's handler.
      *
      * The item must be on TRXLEDGR under that reference for that
      * customer, and the claim cannot exceed what posted there.
      * DSPPARM gives each reason its deadlines: whether regulation
      * requires a provisional credit and after how many days, and
      * how many days the bank has to respond.  Both dates are set
      * on the case when it opens.  A case already credited cannot
      * be withdrawn here; the credit comes off through DSPREVW's
      * notice-and-reverse decision like any other.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRAN-FILE ASSIGN TO "DSPTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "DSPPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "TRXLEDGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "DISPCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT CASE-OUT-FILE ASSIGN TO "DISPCASE.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT MAINT-RPT-FILE ASSIGN TO "DSPMRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-TRAN-FILE.
       01  DISPUTE-TRAN-RECORD.
           05  DT-ACTION            PIC X(01).
               88  DT-OPEN          VALUE "O".
               88  DT-WITHDRAW      VALUE "W".
           05  DT-TRX-REF           PIC X(16).
           05  DT-ACCOUNT           PIC X(10).
           05  DT-REASON            PIC X(02).
           05  DT-CLAIM-AMOUNT      PIC 9(09)V99.
           05  DT-COUNTERPARTY      PIC X(08).
           05  DT-ITEM-NUMBER       PIC 9(08).
           05  DT-COUNTER-ACCT      PIC X(10).
           05  DT-OPERATOR-ID       PIC X(08).

      *
      * One row per dispute reason.  A reason with no row is not
      * regulated and takes the default response and notice days.
      *
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  DP-REASON            PIC X(02).
           05  DP-REGULATED         PIC X(01).
           05  DP-CREDIT-DAYS       PIC 9(03).
           05  DP-RESPONSE-DAYS     PIC 9(03).
           05  DP-NOTICE-DAYS       PIC 9(03).
           05  DP-WARN-DAYS         PIC 9(03).

       FD  LEDGER-FILE.
       COPY TRXLEDGR.

       FD  CASE-FILE.
       COPY DISPCASE.

       FD  CASE-OUT-FILE.
       01  CASE-OUT-RECORD          PIC X(174).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD.
           05  DM-ACTION            PIC X(01).
           05  FILLER               PIC X(02).
           05  DM-TRX-REF           PIC X(16).
           05  FILLER               PIC X(02).
           05  DM-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  DM-REASON            PIC X(02).
           05  FILLER               PIC X(02).
           05  DM-CLAIM-AMOUNT      PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  DM-OPERATOR-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  DM-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS      PIC X(2).
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-LDG-FILE-STATUS       PIC X(2).
       01  WS-CASE-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-TRAN-EOF              PIC X(1) VALUE "N".
           88  END-OF-TRANS         VALUE "Y".
       01  WS-PARM-EOF              PIC X(1) VALUE "N".
           88  END-OF-PARMS         VALUE "Y".
       01  WS-LDG-EOF               PIC X(1) VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".
       01  WS-CASE-EOF              PIC X(1) VALUE "N".
           88  END-OF-CASES         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TRAN-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
      *
      * Reason deadlines, the three reasons in a fixed table with
      * their defaults; DSPPARM rows override them.
      *
       01  WS-PARM-VALUES.
           05  FILLER               PIC X(15) VALUE "UPN010045014005".
           05  FILLER               PIC X(15) VALUE "DCN010045014005".
           05  FILLER               PIC X(15) VALUE "CNN010045014005".
       01  WS-PARM-TABLE REDEFINES WS-PARM-VALUES.
           05  WS-PRM-ENTRY OCCURS 3 TIMES.
               10  WS-PRM-REASON    PIC X(02).
               10  WS-PRM-REGULATED PIC X(01).
               10  WS-PRM-CREDIT-DAYS   PIC 9(03).
               10  WS-PRM-RESPONSE-DAYS PIC 9(03).
               10  WS-PRM-NOTICE-DAYS   PIC 9(03).
               10  WS-PRM-WARN-DAYS     PIC 9(03).
       01  WS-PRM-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-FIND-REASON           PIC X(02).
       01  WS-PRM-FOUND-SW          PIC X(1).
           88  PARM-FOUND           VALUE "Y".
      *
      * Actions load once and are matched against the ledger and
      * then the case file in one pass each; an opening whose
      * TRX-REF already has a case is marked a duplicate as the case
      * file goes by.
      *
       01  WS-TRAN-TABLE.
           05  WS-TRN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TRN-IDX.
               10  WS-TRN-ACTION    PIC X(01).
               10  WS-TRN-TRX-REF   PIC X(16).
               10  WS-TRN-ACCOUNT   PIC X(10).
               10  WS-TRN-REASON    PIC X(02).
               10  WS-TRN-CLAIM     PIC 9(09)V99.
               10  WS-TRN-COUNTERPARTY PIC X(08).
               10  WS-TRN-ITEM-NUMBER  PIC 9(08).
               10  WS-TRN-COUNTER-ACCT PIC X(10).
               10  WS-TRN-OPERATOR-ID  PIC X(08).
               10  WS-TRN-PRM-SUB   PIC 9(02).
               10  WS-TRN-ITEM-AMOUNT  PIC 9(11)V99.
               10  WS-TRN-ON-LEDGER-SW PIC X(01).
               10  WS-TRN-VALID-SW  PIC X(01).
               10  WS-TRN-USED-SW   PIC X(01).
               10  WS-TRN-DUP-SW    PIC X(01).
               10  WS-TRN-REJECT    PIC X(40).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-DUP-IDX               PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * Deadline arithmetic: the calendar day-walk CCBILL uses for
      * its due date.
      *
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-DUE-FIELDS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR          PIC 9(04).
           05  WS-DUE-MONTH         PIC 9(02).
           05  WS-DUE-DAY           PIC 9(02).
       01  WS-DAYS-IN-MONTH         PIC 9(02).
       01  WS-LEAP-WORK             PIC 9(04) COMP.
       01  WS-LEAP-REM              PIC 9(04) COMP.
       01  WS-LEAP-SW               PIC X(1).
      *
      * OPERSEC sign-on interface: disputes are taken by branch
      * staff at the counter.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "T".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT DISPUTE-TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "DSPMNT: NO DISPUTE ACTIONS, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PARAMETERS
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM LOAD-TRAN-TABLE
           CLOSE DISPUTE-TRAN-FILE CUSTOMER-MASTER-FILE
           PERFORM FIND-ITEMS-ON-LEDGER
           OPEN OUTPUT MAINT-RPT-FILE
           OPEN OUTPUT CASE-OUT-FILE
           OPEN INPUT CASE-FILE
           IF WS-CASE-FILE-STATUS = "00"
               PERFORM READ-CASE
               PERFORM CARRY-OR-WITHDRAW UNTIL END-OF-CASES
               CLOSE CASE-FILE
           END-IF
           PERFORM APPEND-NEW-CASES
           PERFORM REPORT-UNAPPLIED-TRANS
           CLOSE CASE-OUT-FILE MAINT-RPT-FILE
           DISPLAY "DSPMNT: ACTIONS READ       " WS-TRAN-COUNT
           DISPLAY "DSPMNT: ACTIONS APPLIED    " WS-APPLIED-COUNT
           DISPLAY "DSPMNT: ACTIONS REJECTED   " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM READ-PARM
               PERFORM STORE-PARM-ENTRY UNTIL END-OF-PARMS
               CLOSE PARM-FILE
           END-IF.

       READ-PARM.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       STORE-PARM-ENTRY.
           MOVE DP-REASON TO WS-FIND-REASON
           PERFORM FIND-PARM-FOR-REASON
           IF PARM-FOUND
               IF DP-REGULATED = "Y" OR DP-REGULATED = "N"
                   MOVE DP-REGULATED TO WS-PRM-REGULATED(WS-PRM-SUB)
               END-IF
               IF DP-CREDIT-DAYS NUMERIC AND DP-CREDIT-DAYS > 0
                   MOVE DP-CREDIT-DAYS
                       TO WS-PRM-CREDIT-DAYS(WS-PRM-SUB)
               END-IF
               IF DP-RESPONSE-DAYS NUMERIC AND DP-RESPONSE-DAYS > 0
                   MOVE DP-RESPONSE-DAYS
                       TO WS-PRM-RESPONSE-DAYS(WS-PRM-SUB)
               END-IF
           END-IF
           PERFORM READ-PARM.

       FIND-PARM-FOR-REASON.
           MOVE "N" TO WS-PRM-FOUND-SW
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
               UNTIL WS-PRM-SUB > 3 OR PARM-FOUND
               IF WS-PRM-REASON(WS-PRM-SUB) = WS-FIND-REASON
                   MOVE "Y" TO WS-PRM-FOUND-SW
               END-IF
           END-PERFORM
           IF PARM-FOUND
               SUBTRACT 1 FROM WS-PRM-SUB
           END-IF.

       LOAD-TRAN-TABLE.
           PERFORM READ-TRAN
           PERFORM STORE-TRAN-ENTRY UNTIL END-OF-TRANS.

       READ-TRAN.
           READ DISPUTE-TRAN-FILE
               AT END MOVE "Y" TO WS-TRAN-EOF
           END-READ.

       STORE-TRAN-ENTRY.
           IF WS-TRAN-COUNT = 200
               DISPLAY "DSPMNT: TRAN TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           SET WS-TRN-IDX TO WS-TRAN-COUNT
           MOVE DT-ACTION TO WS-TRN-ACTION(WS-TRN-IDX)
           MOVE DT-TRX-REF TO WS-TRN-TRX-REF(WS-TRN-IDX)
           MOVE DT-ACCOUNT TO WS-TRN-ACCOUNT(WS-TRN-IDX)
           MOVE DT-REASON TO WS-TRN-REASON(WS-TRN-IDX)
           MOVE DT-CLAIM-AMOUNT TO WS-TRN-CLAIM(WS-TRN-IDX)
           MOVE DT-COUNTERPARTY TO WS-TRN-COUNTERPARTY(WS-TRN-IDX)
           MOVE DT-ITEM-NUMBER TO WS-TRN-ITEM-NUMBER(WS-TRN-IDX)
           MOVE DT-COUNTER-ACCT TO WS-TRN-COUNTER-ACCT(WS-TRN-IDX)
           MOVE DT-OPERATOR-ID TO WS-TRN-OPERATOR-ID(WS-TRN-IDX)
           MOVE 0 TO WS-TRN-PRM-SUB(WS-TRN-IDX)
           MOVE 0 TO WS-TRN-ITEM-AMOUNT(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-ON-LEDGER-SW(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-USED-SW(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-DUP-SW(WS-TRN-IDX)
           PERFORM EDIT-TRAN-FIELDS
           PERFORM READ-TRAN.

       EDIT-TRAN-FIELDS.
           MOVE "Y" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           MOVE SPACES TO WS-TRN-REJECT(WS-TRN-IDX)
           MOVE DT-OPERATOR-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID
               LK-REQUIRED-ROLE LK-SIGNON-RESULT
           EVALUATE TRUE
               WHEN LK-SIGNON-OK = "N"
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE LK-SIGNON-REASON TO WS-TRN-REJECT(WS-TRN-IDX)
               WHEN DT-TRX-REF = SPACES
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - TRX-REF MISSING"
                       TO WS-TRN-REJECT(WS-TRN-IDX)
               WHEN DT-OPEN
                   PERFORM EDIT-OPENING
               WHEN DT-WITHDRAW
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - ACTION NOT O OR W"
                       TO WS-TRN-REJECT(WS-TRN-IDX)
           END-EVALUATE.

      *
      * An opening needs a known reason, the customer's account and
      * a claim amount; a direct debit or cheque dispute also needs
      * the party the bank will claim against -- the originator and
      * mandate, or the presenting bank, serial and payee account.
      *
       EDIT-OPENING.
           MOVE DT-REASON TO WS-FIND-REASON
           PERFORM FIND-PARM-FOR-REASON
           IF PARM-FOUND
               MOVE WS-PRM-SUB TO WS-TRN-PRM-SUB(WS-TRN-IDX)
           END-IF
           EVALUATE TRUE
               WHEN NOT PARM-FOUND
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - REASON NOT UP, DC OR CN"
                       TO WS-TRN-REJECT(WS-TRN-IDX)
               WHEN DT-ACCOUNT = SPACES
                   OR DT-CLAIM-AMOUNT NOT NUMERIC
                   OR DT-CLAIM-AMOUNT = 0
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - ACCOUNT OR AMOUNT INVALID"
                       TO WS-TRN-REJECT(WS-TRN-IDX)
               WHEN DT-REASON NOT = "UP"
                   AND (DT-COUNTERPARTY = SPACES
                       OR DT-ITEM-NUMBER NOT NUMERIC
                       OR DT-ITEM-NUMBER = 0)
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - CLAIM COUNTERPARTY MISSING"
                       TO WS-TRN-REJECT(WS-TRN-IDX)
               WHEN DT-REASON = "CN" AND DT-COUNTER-ACCT = SPACES
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - CHEQUE PAYEE ACCOUNT MISSING"
                       TO WS-TRN-REJECT(WS-TRN-IDX)
               WHEN OTHER
                   MOVE DT-ACCOUNT(3:8) TO CUST-ID
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                           MOVE "REJECTED - CUSTOMER NOT ON CUSTMAST"
                               TO WS-TRN-REJECT(WS-TRN-IDX)
                   END-READ
           END-EVALUATE.

      *
      * Ledger rows carry the rightmost 10 characters of the account
      * number, the width PAYMENT and LOGTRX post in.  Every row the
      * reference posted to the customer counts toward the item, so
      * a fee taken under the same reference can be claimed back
      * with it.
      *
       FIND-ITEMS-ON-LEDGER.
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
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "O"
                   AND WS-TRN-VALID-SW(WS-MATCH-IDX) = "Y"
                   AND WS-TRN-TRX-REF(WS-MATCH-IDX) = TRX-REF
                   AND WS-TRN-ACCOUNT(WS-MATCH-IDX)(3:8)
                       = TRX-ACCOUNT-NUM(3:8)
                   MOVE "Y" TO WS-TRN-ON-LEDGER-SW(WS-MATCH-IDX)
                   ADD TRX-AMOUNT TO WS-TRN-ITEM-AMOUNT(WS-MATCH-IDX)
               END-IF
           END-PERFORM
           PERFORM READ-LEDGER.

       READ-CASE.
           READ CASE-FILE
               AT END MOVE "Y" TO WS-CASE-EOF
           END-READ.

       CARRY-OR-WITHDRAW.
           PERFORM MARK-DUPLICATE-OPENINGS
           PERFORM FIND-WITHDRAWAL-FOR-CASE
           IF MATCH-FOUND
               PERFORM APPLY-WITHDRAWAL
           END-IF
           MOVE DISPUTE-CASE-RECORD TO CASE-OUT-RECORD
           WRITE CASE-OUT-RECORD
           PERFORM READ-CASE.

       MARK-DUPLICATE-OPENINGS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "O"
                   AND WS-TRN-TRX-REF(WS-MATCH-IDX) = DS-TRX-REF
                   MOVE "Y" TO WS-TRN-DUP-SW(WS-MATCH-IDX)
               END-IF
           END-PERFORM.

       FIND-WITHDRAWAL-FOR-CASE.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
                   OR MATCH-FOUND
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "W"
                   AND WS-TRN-TRX-REF(WS-MATCH-IDX) = DS-TRX-REF
                   AND WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

      *
      * Only a case still open with no credit on it can simply be
      * withdrawn.  Once the customer has been credited the money
      * must come back through the notice period DSPREVW starts.
      *
       APPLY-WITHDRAWAL.
           MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "W" TO DM-ACTION
           MOVE DS-TRX-REF TO DM-TRX-REF
           MOVE DS-ACCOUNT TO DM-ACCOUNT
           MOVE DS-REASON TO DM-REASON
           MOVE DS-CLAIM-AMOUNT TO DM-CLAIM-AMOUNT
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO DM-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-TRN-REJECT(WS-MATCH-IDX) TO DM-OUTCOME
               WHEN DS-CREDITED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - CREDITED, DECIDE ON DSPREVW"
                       TO DM-OUTCOME
               WHEN NOT DS-OPEN
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - CASE ALREADY CLOSED"
                       TO DM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "W" TO DS-STATUS
                   MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX)
                       TO DS-RESOLVED-BY
                   MOVE WS-TODAY TO DS-RESOLVED-DATE
                   MOVE "CASE WITHDRAWN" TO DM-OUTCOME
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

       APPEND-NEW-CASES.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "O"
                   MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
                   PERFORM APPEND-ONE-CASE
               END-IF
           END-PERFORM.

       APPEND-ONE-CASE.
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "O" TO DM-ACTION
           MOVE WS-TRN-TRX-REF(WS-MATCH-IDX) TO DM-TRX-REF
           MOVE WS-TRN-ACCOUNT(WS-MATCH-IDX) TO DM-ACCOUNT
           MOVE WS-TRN-REASON(WS-MATCH-IDX) TO DM-REASON
           MOVE WS-TRN-CLAIM(WS-MATCH-IDX) TO DM-CLAIM-AMOUNT
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO DM-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-TRN-REJECT(WS-MATCH-IDX) TO DM-OUTCOME
               WHEN WS-TRN-DUP-SW(WS-MATCH-IDX) = "Y"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - CASE ALREADY OPEN FOR TRX-REF"
                       TO DM-OUTCOME
               WHEN WS-TRN-ON-LEDGER-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ITEM NOT ON LEDGER FOR ACCOUNT"
                       TO DM-OUTCOME
               WHEN WS-TRN-CLAIM(WS-MATCH-IDX)
                   > WS-TRN-ITEM-AMOUNT(WS-MATCH-IDX)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - CLAIM EXCEEDS ITEM AMOUNT"
                       TO DM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM BUILD-NEW-CASE
                   MOVE DISPUTE-CASE-RECORD TO CASE-OUT-RECORD
                   WRITE CASE-OUT-RECORD
                   PERFORM MARK-LATER-OPENINGS
                   IF DS-CREDIT-REQUIRED
                       MOVE "CASE OPENED - PROVISIONAL CREDIT DUE"
                           TO DM-OUTCOME
                   ELSE
                       MOVE "CASE OPENED" TO DM-OUTCOME
                   END-IF
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

      *
      * The same item keyed twice in one file opens once.
      *
       MARK-LATER-OPENINGS.
           PERFORM VARYING WS-DUP-IDX FROM WS-MATCH-IDX BY 1
               UNTIL WS-DUP-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-DUP-IDX) = "O"
                   AND WS-TRN-TRX-REF(WS-DUP-IDX) = DS-TRX-REF
                   AND WS-DUP-IDX NOT = WS-MATCH-IDX
                   MOVE "Y" TO WS-TRN-DUP-SW(WS-DUP-IDX)
               END-IF
           END-PERFORM.

       BUILD-NEW-CASE.
           MOVE WS-TRN-PRM-SUB(WS-MATCH-IDX) TO WS-PRM-SUB
           MOVE SPACES TO DISPUTE-CASE-RECORD
           MOVE WS-TRN-TRX-REF(WS-MATCH-IDX) TO DS-TRX-REF
           MOVE WS-TRN-ACCOUNT(WS-MATCH-IDX) TO DS-ACCOUNT
           MOVE WS-TRN-REASON(WS-MATCH-IDX) TO DS-REASON
           MOVE WS-TRN-CLAIM(WS-MATCH-IDX) TO DS-CLAIM-AMOUNT
           MOVE WS-TODAY TO DS-OPENED-DATE
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO DS-HANDLER-ID
           MOVE WS-TRN-COUNTERPARTY(WS-MATCH-IDX) TO DS-COUNTERPARTY
           MOVE WS-TRN-ITEM-NUMBER(WS-MATCH-IDX) TO DS-ITEM-NUMBER
           MOVE WS-TRN-COUNTER-ACCT(WS-MATCH-IDX) TO DS-COUNTER-ACCT
           IF DS-UNRECOGNISED
               MOVE SPACES TO DS-COUNTERPARTY
               MOVE 0 TO DS-ITEM-NUMBER
               MOVE SPACES TO DS-COUNTER-ACCT
           END-IF
           MOVE WS-PRM-REGULATED(WS-PRM-SUB) TO DS-REGULATED
           MOVE 0 TO DS-CREDIT-DUE-DATE
           IF DS-CREDIT-REQUIRED
               MOVE WS-TODAY TO WS-DUE-DATE
               PERFORM ADVANCE-ONE-DAY
                   WS-PRM-CREDIT-DAYS(WS-PRM-SUB) TIMES
               MOVE WS-DUE-DATE TO DS-CREDIT-DUE-DATE
           END-IF
           MOVE WS-TODAY TO WS-DUE-DATE
           PERFORM ADVANCE-ONE-DAY
               WS-PRM-RESPONSE-DAYS(WS-PRM-SUB) TIMES
           MOVE WS-DUE-DATE TO DS-RESPONSE-DUE-DATE
           MOVE 0 TO DS-CREDIT-AMOUNT
           MOVE 0 TO DS-CREDIT-DATE
           MOVE 0 TO DS-NOTICE-DATE
           MOVE 0 TO DS-REVERSE-DUE-DATE
           MOVE 0 TO DS-CLAIM-DATE
           MOVE "O" TO DS-STATUS
           MOVE 0 TO DS-RESOLVED-DATE.

       REPORT-UNAPPLIED-TRANS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO MAINT-RPT-RECORD
                   MOVE WS-TRN-ACTION(WS-MATCH-IDX) TO DM-ACTION
                   MOVE WS-TRN-TRX-REF(WS-MATCH-IDX) TO DM-TRX-REF
                   MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX)
                       TO DM-OPERATOR-ID
                   MOVE "REJECTED - NO CASE FOR TRX-REF"
                       TO DM-OUTCOME
                   WRITE MAINT-RPT-RECORD
               END-IF
           END-PERFORM.

       ADVANCE-ONE-DAY.
           PERFORM SET-DAYS-IN-MONTH
           IF WS-DUE-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-DUE-DAY
           ELSE
               MOVE 1 TO WS-DUE-DAY
               IF WS-DUE-MONTH < 12
                   ADD 1 TO WS-DUE-MONTH
               ELSE
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-DUE-MONTH
               WHEN 02 PERFORM SET-FEBRUARY-DAYS
               WHEN 04 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 06 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 09 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = 0
               MOVE "Y" TO WS-LEAP-SW
               DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE "N" TO WS-LEAP-SW
                   DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE "Y" TO WS-LEAP-SW
                   END-IF
               END-IF
               IF WS-LEAP-SW = "Y"
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
