       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCSDREVW.
      *
      * Checker side of the deceased-customer workflow, run the way
      * SCRNREVW works its case queue.  The officer keys DCSDDEC:
      * one row per register entry, matched by customer, approving
      * or rejecting it under the officer's own user ID.  The
      * reviewer must hold the compliance role and may not be the
      * operator who raised the row.  Decisions land on DCSDREG.NEW
      * (the usual handover) and every outcome goes on DCSDRRPT.
      *
      * Confirming a death:
      *   - CUSTMAST goes to status "D", journaled through CUSTJRNL;
      *   - CUSTADDR is pointed at the executor, mail delivery only;
      *   - each sole account on the customer's CIFXREF chain gets
      *     a debit restriction under reason "DC" on ACCTRSTR.NEW,
      *     and its STANDORD instructions and DDMAND mandates are
      *     suspended on STANDORD.NEW and DDMAND.NEW;
      *   - on each joint account the deceased's ACCTREL link is
      *     cancelled and the surviving holder becomes primary and
      *     the mail recipient, on ACCTREL.NEW;
      *   - the customer's sweep profiles are suspended on
      *     SWEEPPRF.NEW.
      * An account is joint when ACCTMAST names another customer as
      * owner or ACCTREL carries another active holder; the master
      * owner field itself is left alone.
      *
      * Approving an estate settlement releases the "DC" debit
      * restrictions and appends an ACLOSIN instruction for each of
      * those accounts, paying out to the executor's account, so
      * the next ACCTCLOS run settles the accruals, pays the balance
      * to the executor, and closes the account.  An account that
      * still has another active holder belongs to the survivor and
      * is never sent to closure.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "DCSDDEC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.
           SELECT DECEASED-FILE ASSIGN TO "DCSDREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DCR-FILE-STATUS.
           SELECT DECEASED-OUT-FILE ASSIGN TO "DCSDREG.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDR-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CIF-XREF-FILE ASSIGN TO "CIFXREF"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CIF-KEY
               FILE STATUS IS WS-CIF-FILE-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT RELATION-OUT-FILE ASSIGN TO "ACCTREL.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RESTRICTION-FILE ASSIGN TO "ACCTRSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.
           SELECT RESTRICTION-OUT-FILE ASSIGN TO "ACCTRSTR.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT STANDING-ORDER-OUT-FILE ASSIGN TO "STANDORD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MANDATE-FILE ASSIGN TO "DDMAND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDM-FILE-STATUS.
           SELECT MANDATE-OUT-FILE ASSIGN TO "DDMAND.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SWEEP-PROFILE-FILE ASSIGN TO "SWEEPPRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FILE-STATUS.
           SELECT SWEEP-PROFILE-OUT-FILE ASSIGN TO "SWEEPPRF.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CLOSE-INSTR-FILE ASSIGN TO "ACLOSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-FILE-STATUS.
           SELECT REVIEW-RPT-FILE ASSIGN TO "DCSDRRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DD-CUST-ID           PIC 9(08).
           05  DD-DECISION          PIC X(01).
               88  DD-APPROVE       VALUE "A".
               88  DD-REJECT        VALUE "R".
           05  DD-CHECKER-ID        PIC X(08).

       FD  DECEASED-FILE.
       COPY DCSDREG.

       FD  DECEASED-OUT-FILE.
       01  DECEASED-OUT-RECORD      PIC X(181).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CIF-XREF-FILE.
       COPY CIFXREF.

       FD  RELATION-FILE.
       COPY ACCTREL.

       FD  RELATION-OUT-FILE.
       01  RELATION-OUT-RECORD.
           05  RLO-ACCT-NUM         PIC X(12).
           05  RLO-CUST-ID          PIC 9(08).
           05  RLO-ROLE             PIC X(01).
           05  RLO-PRIMARY-RECIP    PIC X(01).
           05  RLO-STATUS           PIC X(01).

       FD  RESTRICTION-FILE.
       COPY ACCTRSTR.

       FD  RESTRICTION-OUT-FILE.
       01  RESTRICTION-OUT-RECORD.
           05  RSO-RESTR-ID         PIC 9(06).
           05  RSO-ACCOUNT          PIC X(10).
           05  RSO-FLAG             PIC X(01).
           05  RSO-REASON-CODE      PIC X(02).
           05  RSO-AUTHORITY        PIC X(08).
           05  RSO-IMPOSED-BY       PIC X(08).
           05  RSO-IMPOSED-DATE     PIC 9(08).
           05  RSO-STATUS           PIC X(01).

       FD  STANDING-ORDER-FILE.
       COPY STANDORD.

       FD  STANDING-ORDER-OUT-FILE.
       01  STANDING-ORDER-OUT-RECORD PIC X(59).

       FD  MANDATE-FILE.
       COPY DDMAND.

       FD  MANDATE-OUT-FILE.
       01  MANDATE-OUT-RECORD       PIC X(54).

       FD  SWEEP-PROFILE-FILE.
       01  SWEEP-PROFILE-RECORD.
           05  SWP-CUST-ID          PIC 9(08).
           05  SWP-MASTER-ACCT      PIC X(12).
           05  SWP-SUB-ACCT         PIC X(12).
           05  SWP-TARGET-BAL       PIC 9(09)V99.
           05  SWP-CURRENCY         PIC X(03).
           05  SWP-STATUS           PIC X(01).
               88  SWP-SUSPENDED    VALUE "S".

       FD  SWEEP-PROFILE-OUT-FILE.
       01  SWEEP-PROFILE-OUT-RECORD PIC X(47).

       FD  CLOSE-INSTR-FILE.
       01  CLOSE-INSTR-RECORD.
           05  CI-ACCT-NUM          PIC X(12).
           05  CI-PAYOUT-ACCT       PIC X(10).
           05  CI-OPERATOR-ID       PIC X(08).

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-RECORD.
           05  DR-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  DR-CHECKER-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  DR-ACCOUNT           PIC X(12).
           05  FILLER               PIC X(02).
           05  DR-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-DEC-FILE-STATUS       PIC X(2).
       01  WS-DCR-FILE-STATUS       PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ADDR-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-CIF-FILE-STATUS       PIC X(2).
       01  WS-REL-FILE-STATUS       PIC X(2).
       01  WS-RST-FILE-STATUS       PIC X(2).
       01  WS-SO-FILE-STATUS        PIC X(2).
       01  WS-DDM-FILE-STATUS       PIC X(2).
       01  WS-PRF-FILE-STATUS       PIC X(2).
       01  WS-CLS-FILE-STATUS       PIC X(2).
       01  WS-DEC-EOF               PIC X(1) VALUE "N".
           88  END-OF-DECISIONS     VALUE "Y".
       01  WS-DCR-EOF               PIC X(1) VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".
       01  WS-CIF-EOF               PIC X(1) VALUE "N".
           88  END-OF-XREF          VALUE "Y".
       01  WS-REL-EOF               PIC X(1) VALUE "N".
           88  END-OF-RELATIONS     VALUE "Y".
       01  WS-RST-EOF               PIC X(1) VALUE "N".
           88  END-OF-RESTRICTIONS  VALUE "Y".
       01  WS-SO-EOF                PIC X(1) VALUE "N".
           88  END-OF-ORDERS        VALUE "Y".
       01  WS-DDM-EOF               PIC X(1) VALUE "N".
           88  END-OF-MANDATES      VALUE "Y".
       01  WS-PRF-EOF               PIC X(1) VALUE "N".
           88  END-OF-PROFILES      VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-DECISION-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-CONFIRMED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-SETTLED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-IMPOSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-RELEASED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-TRANSFERRED-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-SO-SUSPENDED-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-DDM-SUSPENDED-COUNT   PIC 9(7) COMP VALUE 0.
       01  WS-SWP-SUSPENDED-COUNT   PIC 9(7) COMP VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-CUST-ID     PIC 9(08).
               10  WS-DEC-DECISION    PIC X(01).
               10  WS-DEC-CHECKER-ID  PIC X(08).
               10  WS-DEC-USED-SW     PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * Customers approved today: "N" for a confirmed death whose
      * accounts are to be restricted and transferred, "S" for an
      * estate whose sole accounts go to closure.
      *
       01  WS-DCS-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-NOTIFY-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-SETTLE-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-DCS-TABLE.
           05  WS-DCS-ENTRY OCCURS 200 TIMES.
               10  WS-DCS-CUST-ID   PIC 9(08).
               10  WS-DCS-MODE      PIC X(01).
               10  WS-DCS-CHECKER-ID PIC X(08).
               10  WS-DCS-EXEC-NAME PIC X(30).
               10  WS-DCS-EXEC-ADDR PIC X(30).
               10  WS-DCS-EXEC-CITY PIC X(20).
               10  WS-DCS-EXEC-POSTAL PIC X(10).
               10  WS-DCS-EXEC-ACCT PIC X(10).
       01  WS-DCS-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-DCS-NEW-MODE          PIC X(01).
       01  WS-DCS-KEY               PIC 9(08).
       01  WS-DCS-FOUND-SW          PIC X(1).
           88  DECEASED-FOUND       VALUE "Y".
      *
      * The accounts those customers' CIFXREF chains give up.  A
      * joint account carries the surviving holder; the switches
      * record what ACCTREL and ACCTRSTR were found to hold.
      *
       01  WS-ACC-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES.
               10  WS-ACC-ACCOUNT   PIC X(12).
               10  WS-ACC-DCS-SUB   PIC 9(4) COMP.
               10  WS-ACC-JOINT-SW  PIC X(01).
               10  WS-ACC-SURVIVOR  PIC 9(08).
               10  WS-ACC-SURV-ROW-SW PIC X(01).
               10  WS-ACC-HELD-SW   PIC X(01).
       01  WS-ACC-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ACC-KEY               PIC X(12).
       01  WS-ACC-FOUND-SW          PIC X(1).
           88  ACCOUNT-FOUND        VALUE "Y".
       01  WS-XREF-SUB              PIC 9(02) COMP.
       01  WS-HIGH-RESTR-ID         PIC 9(06) VALUE 0.
       01  WS-ESTATE-REASON         PIC X(02) VALUE "DC".
       01  WS-ESTATE-AUTHORITY      PIC X(08) VALUE "DCSDREVW".
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
       01  WS-CJ-BEFORE-IMAGE       PIC X(79).
       01  WS-CJ-AFTER-IMAGE        PIC X(79).
       01  WS-CJ-PROGRAM            PIC X(08) VALUE "DCSDREVW".
      *
      * OPERSEC sign-on interface: confirming a death and releasing
      * an estate are control functions, so the reviewer must hold
      * the compliance role (a supervisor passes).
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "C".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT DECISION-FILE
           IF WS-DEC-FILE-STATUS = "00"
               PERFORM LOAD-DECISION-TABLE
               CLOSE DECISION-FILE
           END-IF
           OPEN INPUT DECEASED-FILE
           IF WS-DCR-FILE-STATUS NOT = "00"
               DISPLAY "DCSDREVW: NO DECEASED REGISTER ON FILE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DECEASED-OUT-FILE
           OPEN OUTPUT REVIEW-RPT-FILE
           PERFORM READ-REGISTER
           PERFORM REVIEW-ONE-ROW UNTIL END-OF-REGISTER
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE DECEASED-FILE DECEASED-OUT-FILE
           IF WS-NOTIFY-COUNT > 0
               PERFORM MARK-CUSTOMERS-DECEASED
           END-IF
           IF WS-DCS-COUNT > 0
               PERFORM GATHER-DECEASED-ACCOUNTS
               PERFORM SURVEY-JOINT-HOLDERS
               PERFORM UPDATE-RESTRICTIONS
           END-IF
           IF WS-NOTIFY-COUNT > 0
               PERFORM TRANSFER-JOINT-ACCOUNTS
               PERFORM SUSPEND-STANDING-ORDERS
               PERFORM SUSPEND-MANDATES
               PERFORM SUSPEND-SWEEP-PROFILES
           END-IF
           IF WS-SETTLE-COUNT > 0
               PERFORM WRITE-CLOSURE-INSTRUCTIONS
           END-IF
           CLOSE REVIEW-RPT-FILE
           DISPLAY "DCSDREVW: DECISIONS READ      " WS-DECISION-COUNT
           DISPLAY "DCSDREVW: DEATHS CONFIRMED    " WS-CONFIRMED-COUNT
           DISPLAY "DCSDREVW: ESTATES SETTLED     " WS-SETTLED-COUNT
           DISPLAY "DCSDREVW: ROWS REJECTED       " WS-REJECTED-COUNT
           DISPLAY "DCSDREVW: DECISIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "DCSDREVW: RESTRICTIONS IMPOSED " WS-IMPOSED-COUNT
           DISPLAY "DCSDREVW: RESTRICTIONS RELEASED " WS-RELEASED-COUNT
           DISPLAY "DCSDREVW: JOINT ACCTS TRANSFERRED "
               WS-TRANSFERRED-COUNT
           DISPLAY "DCSDREVW: ORDERS SUSPENDED    "
               WS-SO-SUSPENDED-COUNT
           DISPLAY "DCSDREVW: MANDATES SUSPENDED  "
               WS-DDM-SUSPENDED-COUNT
           DISPLAY "DCSDREVW: SWEEPS SUSPENDED    "
               WS-SWP-SUSPENDED-COUNT
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

       STORE-DECISION-ENTRY.
           MOVE DD-CHECKER-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               DISPLAY "DCSDREVW: DECISION REFUSED FOR REVIEWER "
                   DD-CHECKER-ID " - " LK-SIGNON-REASON
               PERFORM READ-DECISION
           ELSE
               PERFORM STORE-GOOD-DECISION
           END-IF.

       STORE-GOOD-DECISION.
           IF WS-DECISION-COUNT = 200
               DISPLAY "DCSDREVW: DECISION TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DECISION-COUNT
           SET WS-DEC-IDX TO WS-DECISION-COUNT
           MOVE DD-CUST-ID TO WS-DEC-CUST-ID(WS-DEC-IDX)
           MOVE DD-DECISION TO WS-DEC-DECISION(WS-DEC-IDX)
           MOVE DD-CHECKER-ID TO WS-DEC-CHECKER-ID(WS-DEC-IDX)
           MOVE "N" TO WS-DEC-USED-SW(WS-DEC-IDX)
           PERFORM READ-DECISION.

       READ-REGISTER.
           READ DECEASED-FILE
               AT END MOVE "Y" TO WS-DCR-EOF
           END-READ.

       REVIEW-ONE-ROW.
           IF DCR-PENDING OR DCR-SETTLE-PENDING
               PERFORM FIND-DECISION-FOR-ROW
               IF MATCH-FOUND
                   PERFORM APPLY-DECISION
               END-IF
           END-IF
           MOVE DECEASED-RECORD TO DECEASED-OUT-RECORD
           WRITE DECEASED-OUT-RECORD
           PERFORM READ-REGISTER.

       FIND-DECISION-FOR-ROW.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
                   OR MATCH-FOUND
               IF WS-DEC-CUST-ID(WS-MATCH-IDX) = DCR-CUST-ID
                   AND WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

      *
      * Dual control: the reviewer may not be the operator who
      * raised the step under review -- the reporting operator for
      * a death, the requesting operator for a settlement.  A
      * rejected death closes the row; a rejected settlement puts
      * the row back to confirmed for a corrected request.
      *
       APPLY-DECISION.
           MOVE "Y" TO WS-DEC-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE DCR-CUST-ID TO DR-CUST-ID
           MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX) TO DR-CHECKER-ID
           EVALUATE TRUE
               WHEN DCR-PENDING
                   AND WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       = DCR-REPORTED-BY
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - REVIEWER SAME AS REPORTER"
                       TO DR-OUTCOME
               WHEN DCR-SETTLE-PENDING
                   AND WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       = DCR-SETTLE-REQ-BY
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - REVIEWER SAME AS REQUESTER"
                       TO DR-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "A"
                   AND DCR-PENDING
                   PERFORM CONFIRM-DEATH
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "A"
                   PERFORM APPROVE-SETTLEMENT
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "R"
                   AND DCR-PENDING
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO DCR-STATUS
                   MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       TO DCR-CONFIRMED-BY
                   MOVE WS-TODAY TO DCR-CONFIRMED-DATE
                   MOVE "DEATH NOTIFICATION REJECTED" TO DR-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "C" TO DCR-STATUS
                   MOVE SPACES TO DCR-SETTLE-REQ-BY
                   MOVE 0 TO DCR-SETTLE-REQ-DATE
                   MOVE "SETTLEMENT REJECTED - BACK TO CONFIRMED"
                       TO DR-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - DECISION NOT A OR R"
                       TO DR-OUTCOME
           END-EVALUATE
           WRITE REVIEW-RPT-RECORD.

       CONFIRM-DEATH.
           ADD 1 TO WS-CONFIRMED-COUNT
           ADD 1 TO WS-NOTIFY-COUNT
           MOVE "C" TO DCR-STATUS
           MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX) TO DCR-CONFIRMED-BY
           MOVE WS-TODAY TO DCR-CONFIRMED-DATE
           MOVE "DEATH CONFIRMED - ACCOUNTS RESTRICTED" TO DR-OUTCOME
           MOVE "N" TO WS-DCS-NEW-MODE
           PERFORM NOTE-DECEASED-CUSTOMER.

       APPROVE-SETTLEMENT.
           ADD 1 TO WS-SETTLED-COUNT
           ADD 1 TO WS-SETTLE-COUNT
           MOVE "S" TO DCR-STATUS
           MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX) TO DCR-SETTLED-BY
           MOVE WS-TODAY TO DCR-SETTLED-DATE
           MOVE "ESTATE SETTLED - ACCOUNTS SENT TO CLOSURE"
               TO DR-OUTCOME
           MOVE "S" TO WS-DCS-NEW-MODE
           PERFORM NOTE-DECEASED-CUSTOMER.

       NOTE-DECEASED-CUSTOMER.
           IF WS-DCS-COUNT = 200
               DISPLAY "DCSDREVW: DECEASED TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DCS-COUNT
           MOVE DCR-CUST-ID TO WS-DCS-CUST-ID(WS-DCS-COUNT)
           MOVE WS-DCS-NEW-MODE TO WS-DCS-MODE(WS-DCS-COUNT)
           MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
               TO WS-DCS-CHECKER-ID(WS-DCS-COUNT)
           MOVE DCR-EXECUTOR-NAME TO WS-DCS-EXEC-NAME(WS-DCS-COUNT)
           MOVE DCR-EXECUTOR-ADDR TO WS-DCS-EXEC-ADDR(WS-DCS-COUNT)
           MOVE DCR-EXECUTOR-CITY TO WS-DCS-EXEC-CITY(WS-DCS-COUNT)
           MOVE DCR-EXECUTOR-POSTAL
               TO WS-DCS-EXEC-POSTAL(WS-DCS-COUNT)
           MOVE DCR-EXECUTOR-ACCT TO WS-DCS-EXEC-ACCT(WS-DCS-COUNT).

       FIND-DECEASED-CUSTOMER.
           MOVE "N" TO WS-DCS-FOUND-SW
           PERFORM VARYING WS-DCS-SUB FROM 1 BY 1
               UNTIL WS-DCS-SUB > WS-DCS-COUNT
                   OR DECEASED-FOUND
               IF WS-DCS-CUST-ID(WS-DCS-SUB) = WS-DCS-KEY
                   MOVE "Y" TO WS-DCS-FOUND-SW
               END-IF
           END-PERFORM
           IF DECEASED-FOUND
               SUBTRACT 1 FROM WS-DCS-SUB
           END-IF.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO REVIEW-RPT-RECORD
                   MOVE WS-DEC-CUST-ID(WS-MATCH-IDX) TO DR-CUST-ID
                   MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       TO DR-CHECKER-ID
                   MOVE "DECISION DID NOT MATCH AN OPEN ROW"
                       TO DR-OUTCOME
                   WRITE REVIEW-RPT-RECORD
               END-IF
           END-PERFORM.

      *
      * The customer record goes to deceased under the confirming
      * officer's ID and the address record is pointed at the
      * executor; an address record that does not yet exist is
      * created.
      *
       MARK-CUSTOMERS-DECEASED.
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN I-O CUSTOMER-ADDRESS-FILE
           IF WS-ADDR-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ADDRESS-FILE
               CLOSE CUSTOMER-ADDRESS-FILE
               OPEN I-O CUSTOMER-ADDRESS-FILE
           END-IF
           PERFORM VARYING WS-DCS-SUB FROM 1 BY 1
               UNTIL WS-DCS-SUB > WS-DCS-COUNT
               IF WS-DCS-MODE(WS-DCS-SUB) = "N"
                   PERFORM MARK-ONE-CUSTOMER
                   PERFORM REDIRECT-MAIL-TO-EXECUTOR
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE CUSTOMER-ADDRESS-FILE.

       MARK-ONE-CUSTOMER.
           MOVE WS-DCS-CUST-ID(WS-DCS-SUB) TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "DCSDREVW: CUSTOMER NOT FOUND "
                       WS-DCS-CUST-ID(WS-DCS-SUB)
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                   MOVE "D" TO CUST-STATUS
                   MOVE WS-TODAY TO CUST-LAST-MAINT-DATE
                   MOVE WS-DCS-CHECKER-ID(WS-DCS-SUB)
                       TO CUST-LAST-MAINT-USER
                   REWRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO WS-CJ-AFTER-IMAGE
                   CALL "CUSTJRNL" USING WS-CJ-BEFORE-IMAGE
                       WS-CJ-AFTER-IMAGE WS-CJ-PROGRAM WS-TRX-REF
           END-READ.

       REDIRECT-MAIL-TO-EXECUTOR.
           MOVE WS-DCS-CUST-ID(WS-DCS-SUB) TO ADR-CUST-ID
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   PERFORM BUILD-EXECUTOR-ADDRESS
                   WRITE CUSTOMER-ADDRESS-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-EXECUTOR-ADDRESS
                   REWRITE CUSTOMER-ADDRESS-RECORD
           END-READ
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE WS-DCS-CUST-ID(WS-DCS-SUB) TO DR-CUST-ID
           MOVE WS-DCS-CHECKER-ID(WS-DCS-SUB) TO DR-CHECKER-ID
           MOVE "MAIL REDIRECTED TO EXECUTOR" TO DR-OUTCOME
           WRITE REVIEW-RPT-RECORD.

       BUILD-EXECUTOR-ADDRESS.
           MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
           MOVE WS-DCS-CUST-ID(WS-DCS-SUB) TO ADR-CUST-ID
           MOVE WS-DCS-EXEC-NAME(WS-DCS-SUB) TO ADR-LINE-1
           MOVE WS-DCS-EXEC-ADDR(WS-DCS-SUB) TO ADR-LINE-2
           MOVE WS-DCS-EXEC-CITY(WS-DCS-SUB) TO ADR-CITY
           MOVE WS-DCS-EXEC-POSTAL(WS-DCS-SUB) TO ADR-POSTAL-CODE
           MOVE "M" TO ADR-DELIVERY-CHANNEL
           MOVE WS-TODAY TO ADR-LAST-MAINT-DATE
           MOVE WS-DCS-CHECKER-ID(WS-DCS-SUB) TO ADR-LAST-MAINT-USER.

      *
      * One pass of the cross-reference picks up every account on
      * each approved customer's chain; ACCTMAST then says whether
      * the deceased is the recorded owner.
      *
       GATHER-DECEASED-ACCOUNTS.
           OPEN INPUT CIF-XREF-FILE
           IF WS-CIF-FILE-STATUS NOT = "00"
               DISPLAY "DCSDREVW: NO CIF CROSS-REFERENCE - RUN CIFXREF"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-MASTER-FILE
           PERFORM READ-XREF
           PERFORM GATHER-XREF-RECORD UNTIL END-OF-XREF
           CLOSE CIF-XREF-FILE ACCT-MASTER-FILE.

       READ-XREF.
           READ CIF-XREF-FILE NEXT
               AT END MOVE "Y" TO WS-CIF-EOF
           END-READ.

       GATHER-XREF-RECORD.
           MOVE CIF-CUST-ID TO WS-DCS-KEY
           PERFORM FIND-DECEASED-CUSTOMER
           IF DECEASED-FOUND
               PERFORM NOTE-DECEASED-ACCOUNT
                   VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > CIF-ACCT-COUNT
           END-IF
           PERFORM READ-XREF.

       NOTE-DECEASED-ACCOUNT.
           MOVE CIF-ACCT-NUM(WS-XREF-SUB) TO WS-ACC-KEY
           PERFORM FIND-DECEASED-ACCOUNT
           IF NOT ACCOUNT-FOUND
               IF WS-ACC-COUNT = 2000
                   DISPLAY "DCSDREVW: ACCOUNT TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-ACC-KEY TO WS-ACC-ACCOUNT(WS-ACC-COUNT)
               MOVE WS-DCS-SUB TO WS-ACC-DCS-SUB(WS-ACC-COUNT)
               MOVE "N" TO WS-ACC-JOINT-SW(WS-ACC-COUNT)
               MOVE 0 TO WS-ACC-SURVIVOR(WS-ACC-COUNT)
               MOVE "N" TO WS-ACC-SURV-ROW-SW(WS-ACC-COUNT)
               MOVE "N" TO WS-ACC-HELD-SW(WS-ACC-COUNT)
               PERFORM CHECK-RECORDED-OWNER
           END-IF.

       CHECK-RECORDED-OWNER.
           MOVE WS-ACC-KEY TO ACCTM-NUM
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCTM-CUST-ID NOT = WS-DCS-CUST-ID(WS-DCS-SUB)
                       MOVE "Y" TO WS-ACC-JOINT-SW(WS-ACC-COUNT)
                       MOVE ACCTM-CUST-ID
                           TO WS-ACC-SURVIVOR(WS-ACC-COUNT)
                   END-IF
           END-READ.

       FIND-DECEASED-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
                   OR ACCOUNT-FOUND
               IF WS-ACC-ACCOUNT(WS-ACC-SUB) = WS-ACC-KEY
                   MOVE "Y" TO WS-ACC-FOUND-SW
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACC-SUB
           END-IF.

      *
      * A confirmed death puts a debit restriction on each sole
      * account not already under one; an approved settlement
      * releases those restrictions so ACCTCLOS can pay the balance
      * out, and marks the accounts it released for closure.
      *
       UPDATE-RESTRICTIONS.
           OPEN OUTPUT RESTRICTION-OUT-FILE
           OPEN INPUT RESTRICTION-FILE
           IF WS-RST-FILE-STATUS = "00"
               PERFORM READ-RESTRICTION
               PERFORM CARRY-RESTRICTION UNTIL END-OF-RESTRICTIONS
               CLOSE RESTRICTION-FILE
           END-IF
           PERFORM IMPOSE-ESTATE-RESTRICTION
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           CLOSE RESTRICTION-OUT-FILE.

       READ-RESTRICTION.
           READ RESTRICTION-FILE
               AT END MOVE "Y" TO WS-RST-EOF
           END-READ.

       CARRY-RESTRICTION.
           IF RS-RESTR-ID > WS-HIGH-RESTR-ID
               MOVE RS-RESTR-ID TO WS-HIGH-RESTR-ID
           END-IF
           MOVE RS-RESTR-ID TO RSO-RESTR-ID
           MOVE RS-ACCOUNT TO RSO-ACCOUNT
           MOVE RS-FLAG TO RSO-FLAG
           MOVE RS-REASON-CODE TO RSO-REASON-CODE
           MOVE RS-AUTHORITY TO RSO-AUTHORITY
           MOVE RS-IMPOSED-BY TO RSO-IMPOSED-BY
           MOVE RS-IMPOSED-DATE TO RSO-IMPOSED-DATE
           MOVE RS-STATUS TO RSO-STATUS
           IF RS-ACTIVE AND RS-REASON-CODE = WS-ESTATE-REASON
               PERFORM FIND-RESTRICTED-ACCOUNT
               IF ACCOUNT-FOUND
                   PERFORM NOTE-ESTATE-RESTRICTION
               END-IF
           END-IF
           WRITE RESTRICTION-OUT-RECORD
           PERFORM READ-RESTRICTION.

       FIND-RESTRICTED-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
                   OR ACCOUNT-FOUND
               IF WS-ACC-ACCOUNT(WS-ACC-SUB)(3:10) = RS-ACCOUNT
                   MOVE "Y" TO WS-ACC-FOUND-SW
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACC-SUB
           END-IF.

       NOTE-ESTATE-RESTRICTION.
           MOVE "Y" TO WS-ACC-HELD-SW(WS-ACC-SUB)
           MOVE WS-ACC-DCS-SUB(WS-ACC-SUB) TO WS-DCS-SUB
           IF WS-DCS-MODE(WS-DCS-SUB) = "S"
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "R" TO RSO-STATUS
           END-IF.

       IMPOSE-ESTATE-RESTRICTION.
           MOVE WS-ACC-DCS-SUB(WS-ACC-SUB) TO WS-DCS-SUB
           IF WS-DCS-MODE(WS-DCS-SUB) = "N"
               AND WS-ACC-JOINT-SW(WS-ACC-SUB) = "N"
               PERFORM IMPOSE-SOLE-ACCOUNT-RESTRICTION
           END-IF.

       IMPOSE-SOLE-ACCOUNT-RESTRICTION.
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE WS-DCS-CUST-ID(WS-DCS-SUB) TO DR-CUST-ID
           MOVE WS-DCS-CHECKER-ID(WS-DCS-SUB) TO DR-CHECKER-ID
           MOVE WS-ACC-ACCOUNT(WS-ACC-SUB) TO DR-ACCOUNT
           IF WS-ACC-HELD-SW(WS-ACC-SUB) = "N"
               ADD 1 TO WS-IMPOSED-COUNT
               ADD 1 TO WS-HIGH-RESTR-ID
               MOVE WS-HIGH-RESTR-ID TO RSO-RESTR-ID
               MOVE WS-ACC-ACCOUNT(WS-ACC-SUB)(3:10) TO RSO-ACCOUNT
               MOVE "D" TO RSO-FLAG
               MOVE WS-ESTATE-REASON TO RSO-REASON-CODE
               MOVE WS-ESTATE-AUTHORITY TO RSO-AUTHORITY
               MOVE WS-DCS-CHECKER-ID(WS-DCS-SUB) TO RSO-IMPOSED-BY
               MOVE WS-TODAY TO RSO-IMPOSED-DATE
               MOVE "A" TO RSO-STATUS
               WRITE RESTRICTION-OUT-RECORD
               MOVE "SOLE ACCOUNT - DEBITS RESTRICTED" TO DR-OUTCOME
           ELSE
               MOVE "SOLE ACCOUNT - ALREADY RESTRICTED" TO DR-OUTCOME
           END-IF
           WRITE REVIEW-RPT-RECORD.

      *
      * Where ACCTMAST names the deceased as owner, a joint account
      * shows up as another active ACCTREL holder.  A holder already
      * primary is preferred as the survivor; another customer
      * confirmed dead today is never chosen.  The survey runs
      * before any restriction is touched, so only a sole account
      * is ever restricted or sent to closure.
      *
       SURVEY-JOINT-HOLDERS.
           MOVE "N" TO WS-REL-EOF
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS = "00"
               PERFORM READ-RELATION
               PERFORM SURVEY-ONE-RELATION UNTIL END-OF-RELATIONS
               CLOSE RELATION-FILE
           END-IF.

       READ-RELATION.
           READ RELATION-FILE
               AT END MOVE "Y" TO WS-REL-EOF
           END-READ.

       SURVEY-ONE-RELATION.
           IF REL-ACTIVE
               MOVE REL-ACCT-NUM TO WS-ACC-KEY
               PERFORM FIND-DECEASED-ACCOUNT
               IF ACCOUNT-FOUND
                   PERFORM CONSIDER-SURVIVOR
               END-IF
           END-IF
           PERFORM READ-RELATION.

       CONSIDER-SURVIVOR.
           MOVE REL-CUST-ID TO WS-DCS-KEY
           PERFORM FIND-DECEASED-CUSTOMER
           IF NOT DECEASED-FOUND
               IF WS-ACC-SURVIVOR(WS-ACC-SUB) = 0 OR REL-PRIMARY
                   MOVE "Y" TO WS-ACC-JOINT-SW(WS-ACC-SUB)
                   MOVE REL-CUST-ID TO WS-ACC-SURVIVOR(WS-ACC-SUB)
               END-IF
           END-IF.

      *
      * The deceased's link on each joint account is cancelled and
      * the survivor's made primary and mail recipient; a survivor
      * who owns the account on ACCTMAST without an ACCTREL link is
      * given one.
      *
       TRANSFER-JOINT-ACCOUNTS.
           MOVE "N" TO WS-REL-EOF
           OPEN OUTPUT RELATION-OUT-FILE
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS = "00"
               PERFORM READ-RELATION
               PERFORM CARRY-RELATION UNTIL END-OF-RELATIONS
               CLOSE RELATION-FILE
           END-IF
           PERFORM APPEND-SURVIVOR-LINK
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           CLOSE RELATION-OUT-FILE.

       CARRY-RELATION.
           MOVE REL-ACCT-NUM TO RLO-ACCT-NUM
           MOVE REL-CUST-ID TO RLO-CUST-ID
           MOVE REL-ROLE TO RLO-ROLE
           MOVE REL-PRIMARY-RECIP TO RLO-PRIMARY-RECIP
           MOVE REL-STATUS TO RLO-STATUS
           IF REL-ACTIVE
               MOVE REL-ACCT-NUM TO WS-ACC-KEY
               PERFORM FIND-DECEASED-ACCOUNT
               IF ACCOUNT-FOUND
                   PERFORM TRANSFER-ONE-LINK
               END-IF
           END-IF
           WRITE RELATION-OUT-RECORD
           PERFORM READ-RELATION.

       TRANSFER-ONE-LINK.
           MOVE WS-ACC-DCS-SUB(WS-ACC-SUB) TO WS-DCS-SUB
           IF WS-DCS-MODE(WS-DCS-SUB) = "N"
               AND WS-ACC-JOINT-SW(WS-ACC-SUB) = "Y"
               EVALUATE TRUE
                   WHEN REL-CUST-ID = WS-DCS-CUST-ID(WS-DCS-SUB)
                       MOVE "C" TO RLO-STATUS
                       MOVE "N" TO RLO-PRIMARY-RECIP
                       ADD 1 TO WS-TRANSFERRED-COUNT
                       PERFORM REPORT-JOINT-TRANSFER
                   WHEN REL-CUST-ID = WS-ACC-SURVIVOR(WS-ACC-SUB)
                       MOVE "P" TO RLO-ROLE
                       MOVE "Y" TO RLO-PRIMARY-RECIP
                       MOVE "Y" TO WS-ACC-SURV-ROW-SW(WS-ACC-SUB)
                   WHEN OTHER
                       MOVE "J" TO RLO-ROLE
                       MOVE "N" TO RLO-PRIMARY-RECIP
               END-EVALUATE
           END-IF.

       REPORT-JOINT-TRANSFER.
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE WS-DCS-CUST-ID(WS-DCS-SUB) TO DR-CUST-ID
           MOVE WS-DCS-CHECKER-ID(WS-DCS-SUB) TO DR-CHECKER-ID
           MOVE REL-ACCT-NUM TO DR-ACCOUNT
           MOVE "JOINT ACCOUNT - DECEASED HOLDER REMOVED"
               TO DR-OUTCOME
           WRITE REVIEW-RPT-RECORD.

       APPEND-SURVIVOR-LINK.
           MOVE WS-ACC-DCS-SUB(WS-ACC-SUB) TO WS-DCS-SUB
           IF WS-DCS-MODE(WS-DCS-SUB) = "N"
               AND WS-ACC-JOINT-SW(WS-ACC-SUB) = "Y"
               AND WS-ACC-SURV-ROW-SW(WS-ACC-SUB) = "N"
               MOVE WS-ACC-ACCOUNT(WS-ACC-SUB) TO RLO-ACCT-NUM
               MOVE WS-ACC-SURVIVOR(WS-ACC-SUB) TO RLO-CUST-ID
               MOVE "P" TO RLO-ROLE
               MOVE "Y" TO RLO-PRIMARY-RECIP
               MOVE "A" TO RLO-STATUS
               WRITE RELATION-OUT-RECORD
           END-IF.

      *
      * Payments out of a sole account stop with the customer; a
      * joint account's orders and mandates carry on for the
      * survivor.  Suspended rows stay on file for the executor.
      *
       SUSPEND-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS = "00"
               OPEN OUTPUT STANDING-ORDER-OUT-FILE
               PERFORM READ-STANDING-ORDER
               PERFORM CARRY-STANDING-ORDER UNTIL END-OF-ORDERS
               CLOSE STANDING-ORDER-FILE STANDING-ORDER-OUT-FILE
           END-IF.

       READ-STANDING-ORDER.
           READ STANDING-ORDER-FILE
               AT END MOVE "Y" TO WS-SO-EOF
           END-READ.

       CARRY-STANDING-ORDER.
           IF SO-ACTIVE
               MOVE SO-ACCOUNT-FROM TO WS-ACC-KEY(3:10)
               PERFORM FIND-SOLE-DEBIT-ACCOUNT
               IF ACCOUNT-FOUND
                   MOVE "S" TO SO-STATUS
                   ADD 1 TO WS-SO-SUSPENDED-COUNT
               END-IF
           END-IF
           MOVE STANDING-ORDER-RECORD TO STANDING-ORDER-OUT-RECORD
           WRITE STANDING-ORDER-OUT-RECORD
           PERFORM READ-STANDING-ORDER.

      *
      * Matches the ten-character account in WS-ACC-KEY(3:10)
      * against the sole accounts of customers confirmed today.
      *
       FIND-SOLE-DEBIT-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
                   OR ACCOUNT-FOUND
               MOVE WS-ACC-DCS-SUB(WS-ACC-SUB) TO WS-DCS-SUB
               IF WS-ACC-ACCOUNT(WS-ACC-SUB)(3:10) = WS-ACC-KEY(3:10)
                   AND WS-ACC-JOINT-SW(WS-ACC-SUB) = "N"
                   AND WS-DCS-MODE(WS-DCS-SUB) = "N"
                   MOVE "Y" TO WS-ACC-FOUND-SW
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACC-SUB
           END-IF.

       SUSPEND-MANDATES.
           OPEN INPUT MANDATE-FILE
           IF WS-DDM-FILE-STATUS = "00"
               OPEN OUTPUT MANDATE-OUT-FILE
               PERFORM READ-MANDATE
               PERFORM CARRY-MANDATE UNTIL END-OF-MANDATES
               CLOSE MANDATE-FILE MANDATE-OUT-FILE
           END-IF.

       READ-MANDATE.
           READ MANDATE-FILE
               AT END MOVE "Y" TO WS-DDM-EOF
           END-READ.

       CARRY-MANDATE.
           IF DDM-ACTIVE
               MOVE DDM-DEBTOR-ACCT TO WS-ACC-KEY(3:10)
               PERFORM FIND-SOLE-DEBIT-ACCOUNT
               IF ACCOUNT-FOUND
                   MOVE "S" TO DDM-STATUS
                   ADD 1 TO WS-DDM-SUSPENDED-COUNT
               END-IF
           END-IF
           MOVE DD-MANDATE-RECORD TO MANDATE-OUT-RECORD
           WRITE MANDATE-OUT-RECORD
           PERFORM READ-MANDATE.

      *
      * Sweep profiles belong to the customer rather than to one
      * account, so every profile of a customer confirmed today is
      * suspended.
      *
       SUSPEND-SWEEP-PROFILES.
           OPEN INPUT SWEEP-PROFILE-FILE
           IF WS-PRF-FILE-STATUS = "00"
               OPEN OUTPUT SWEEP-PROFILE-OUT-FILE
               PERFORM READ-PROFILE
               PERFORM CARRY-PROFILE UNTIL END-OF-PROFILES
               CLOSE SWEEP-PROFILE-FILE SWEEP-PROFILE-OUT-FILE
           END-IF.

       READ-PROFILE.
           READ SWEEP-PROFILE-FILE
               AT END MOVE "Y" TO WS-PRF-EOF
           END-READ.

       CARRY-PROFILE.
           IF NOT SWP-SUSPENDED
               MOVE SWP-CUST-ID TO WS-DCS-KEY
               PERFORM FIND-DECEASED-CUSTOMER
               IF DECEASED-FOUND
                   IF WS-DCS-MODE(WS-DCS-SUB) = "N"
                       MOVE "S" TO SWP-STATUS
                       ADD 1 TO WS-SWP-SUSPENDED-COUNT
                   END-IF
               END-IF
           END-IF
           MOVE SWEEP-PROFILE-RECORD TO SWEEP-PROFILE-OUT-RECORD
           WRITE SWEEP-PROFILE-OUT-RECORD
           PERFORM READ-PROFILE.

      *
      * Each account whose estate restriction was released goes to
      * ACCTCLOS with the executor's account as payout, under the
      * approving officer's ID, appended to any instructions ops
      * has already keyed for the day.
      *
       WRITE-CLOSURE-INSTRUCTIONS.
           OPEN EXTEND CLOSE-INSTR-FILE
           IF WS-CLS-FILE-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-INSTR-FILE
           END-IF
           PERFORM WRITE-ONE-CLOSURE
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           CLOSE CLOSE-INSTR-FILE.

      *
      * A joint account released here carried a "DC" restriction
      * from before its surviving holder was recognized; the
      * release stands, but the survivor keeps the account.
      *
       WRITE-ONE-CLOSURE.
           MOVE WS-ACC-DCS-SUB(WS-ACC-SUB) TO WS-DCS-SUB
           IF WS-DCS-MODE(WS-DCS-SUB) = "S"
               AND WS-ACC-HELD-SW(WS-ACC-SUB) = "Y"
               MOVE SPACES TO REVIEW-RPT-RECORD
               MOVE WS-DCS-CUST-ID(WS-DCS-SUB) TO DR-CUST-ID
               MOVE WS-DCS-CHECKER-ID(WS-DCS-SUB) TO DR-CHECKER-ID
               MOVE WS-ACC-ACCOUNT(WS-ACC-SUB) TO DR-ACCOUNT
               IF WS-ACC-JOINT-SW(WS-ACC-SUB) = "Y"
                   MOVE "JOINT ACCOUNT - LEFT WITH SURVIVOR"
                       TO DR-OUTCOME
               ELSE
                   MOVE WS-ACC-ACCOUNT(WS-ACC-SUB) TO CI-ACCT-NUM
                   MOVE WS-DCS-EXEC-ACCT(WS-DCS-SUB)
                       TO CI-PAYOUT-ACCT
                   MOVE WS-DCS-CHECKER-ID(WS-DCS-SUB)
                       TO CI-OPERATOR-ID
                   WRITE CLOSE-INSTR-RECORD
                   MOVE "SENT TO ACCTCLOS - PAYOUT TO EXECUTOR"
                       TO DR-OUTCOME
               END-IF
               WRITE REVIEW-RPT-RECORD
           END-IF.
