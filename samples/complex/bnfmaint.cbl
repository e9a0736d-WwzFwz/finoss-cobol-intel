       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNFMAINT.
      *
      * Maintenance for the beneficiary register, the ACCTRELM
      * pattern.  Ops prepares BNFTRAN with one row per action --
      * "A" to register a payee for a customer with the payee's
      * account, the payee bank for an other-bank payee, and a
      * nickname; "X" to remove a payee by customer, account and
      * bank -- and this program applies the file against BENEFREG
      * in a single pass, writing the updated register to
      * BENEFREG.NEW (the usual handover) and reporting every
      * action's outcome on BNFMRPT.  A new payee is stamped with
      * the business date and the keying operator, which is what
      * PAYMENT's cooling-off period runs from.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNF-TRAN-FILE ASSIGN TO "BNFTRAN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BENEFICIARY-FILE ASSIGN TO "BENEFREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BNF-FILE-STATUS.
           SELECT BENEFICIARY-OUT-FILE ASSIGN TO "BENEFREG.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MAINT-RPT-FILE ASSIGN TO "BNFMRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BNF-TRAN-FILE.
       01  BNF-TRAN-RECORD.
           05  BT-ACTION            PIC X(01).
               88  BT-REGISTER      VALUE "A".
               88  BT-REMOVE        VALUE "X".
           05  BT-CUST-ID           PIC 9(08).
           05  BT-PAYEE-ACCOUNT     PIC X(10).
           05  BT-PAYEE-BANK        PIC X(04).
           05  BT-NICKNAME          PIC X(20).
           05  BT-OPERATOR-ID       PIC X(08).

       FD  BENEFICIARY-FILE.
       COPY BENEFREG.

       FD  BENEFICIARY-OUT-FILE.
       01  BENEFICIARY-OUT-RECORD.
           05  BNO-CUST-ID          PIC 9(08).
           05  BNO-PAYEE-ACCOUNT    PIC X(10).
           05  BNO-PAYEE-BANK       PIC X(04).
           05  BNO-NICKNAME         PIC X(20).
           05  BNO-ADDED-DATE       PIC 9(08).
           05  BNO-ADDED-BY         PIC X(08).
           05  BNO-STATUS           PIC X(01).

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD.
           05  BM-ACTION            PIC X(01).
           05  FILLER               PIC X(02).
           05  BM-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  BM-PAYEE-ACCOUNT     PIC X(10).
           05  FILLER               PIC X(02).
           05  BM-PAYEE-BANK        PIC X(04).
           05  FILLER               PIC X(02).
           05  BM-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-BNF-FILE-STATUS       PIC X(2).
       01  WS-TRAN-EOF              PIC X(1) VALUE "N".
           88  END-OF-TRANS         VALUE "Y".
       01  WS-BNF-EOF               PIC X(1) VALUE "N".
           88  END-OF-BENEFICIARIES VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TRAN-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-TRAN-TABLE.
           05  WS-TRN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TRN-IDX.
               10  WS-TRN-ACTION    PIC X(01).
               10  WS-TRN-CUST-ID   PIC 9(08).
               10  WS-TRN-ACCOUNT   PIC X(10).
               10  WS-TRN-BANK      PIC X(04).
               10  WS-TRN-NICKNAME  PIC X(20).
               10  WS-TRN-OPERATOR  PIC X(08).
               10  WS-TRN-VALID-SW  PIC X(01).
               10  WS-TRN-USED-SW   PIC X(01).
               10  WS-TRN-DUP-SW    PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * OPERSEC sign-on interface: the keying operator must exist,
      * be active, and hold the maintenance role.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "M".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT BNF-TRAN-FILE
           PERFORM LOAD-TRAN-TABLE
           CLOSE BNF-TRAN-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           OPEN OUTPUT BENEFICIARY-OUT-FILE
           OPEN INPUT BENEFICIARY-FILE
           IF WS-BNF-FILE-STATUS = "00"
               PERFORM READ-BENEFICIARY
               PERFORM CARRY-OR-REMOVE UNTIL END-OF-BENEFICIARIES
               CLOSE BENEFICIARY-FILE
           END-IF
           PERFORM APPEND-NEW-PAYEES
           PERFORM REPORT-UNAPPLIED-TRANS
           CLOSE BENEFICIARY-OUT-FILE MAINT-RPT-FILE
           DISPLAY "BNFMAINT: ACTIONS READ      " WS-TRAN-COUNT
           DISPLAY "BNFMAINT: ACTIONS APPLIED   " WS-APPLIED-COUNT
           DISPLAY "BNFMAINT: ACTIONS REJECTED  " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TRAN-TABLE.
           PERFORM READ-TRAN
           PERFORM STORE-TRAN-ENTRY UNTIL END-OF-TRANS.

       READ-TRAN.
           READ BNF-TRAN-FILE
               AT END MOVE "Y" TO WS-TRAN-EOF
           END-READ.

       STORE-TRAN-ENTRY.
           IF WS-TRAN-COUNT = 200
               DISPLAY "BNFMAINT: TRAN TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           SET WS-TRN-IDX TO WS-TRAN-COUNT
           MOVE BT-ACTION TO WS-TRN-ACTION(WS-TRN-IDX)
           MOVE BT-CUST-ID TO WS-TRN-CUST-ID(WS-TRN-IDX)
           MOVE BT-PAYEE-ACCOUNT TO WS-TRN-ACCOUNT(WS-TRN-IDX)
           MOVE BT-PAYEE-BANK TO WS-TRN-BANK(WS-TRN-IDX)
           MOVE BT-NICKNAME TO WS-TRN-NICKNAME(WS-TRN-IDX)
           MOVE BT-OPERATOR-ID TO WS-TRN-OPERATOR(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-USED-SW(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-DUP-SW(WS-TRN-IDX)
           PERFORM EDIT-TRAN-FIELDS
           PERFORM READ-TRAN.

       EDIT-TRAN-FIELDS.
           MOVE "Y" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           MOVE BT-OPERATOR-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID
               LK-REQUIRED-ROLE LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           END-IF
           EVALUATE TRUE
               WHEN BT-REGISTER OR BT-REMOVE
                   IF BT-PAYEE-ACCOUNT = SPACES
                       OR BT-CUST-ID NOT NUMERIC
                       OR BT-CUST-ID = 0
                       MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           END-EVALUATE.

       READ-BENEFICIARY.
           READ BENEFICIARY-FILE
               AT END MOVE "Y" TO WS-BNF-EOF
           END-READ.

      *
      * Every payee carries to the new register.  A removal marks
      * its payee removed; a registration for a payee the customer
      * already has active is noted so it is refused rather than
      * doubled.
      *
       CARRY-OR-REMOVE.
           MOVE BNF-CUST-ID TO BNO-CUST-ID
           MOVE BNF-PAYEE-ACCOUNT TO BNO-PAYEE-ACCOUNT
           MOVE BNF-PAYEE-BANK TO BNO-PAYEE-BANK
           MOVE BNF-NICKNAME TO BNO-NICKNAME
           MOVE BNF-ADDED-DATE TO BNO-ADDED-DATE
           MOVE BNF-ADDED-BY TO BNO-ADDED-BY
           MOVE BNF-STATUS TO BNO-STATUS
           IF BNF-ACTIVE
               PERFORM NOTE-DUPLICATE-REGISTRATION
                   VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
           END-IF
           PERFORM FIND-REMOVAL-FOR-PAYEE
           IF MATCH-FOUND
               PERFORM APPLY-REMOVAL
           END-IF
           WRITE BENEFICIARY-OUT-RECORD
           PERFORM READ-BENEFICIARY.

       NOTE-DUPLICATE-REGISTRATION.
           IF WS-TRN-ACTION(WS-MATCH-IDX) = "A"
               AND WS-TRN-CUST-ID(WS-MATCH-IDX) = BNF-CUST-ID
               AND WS-TRN-ACCOUNT(WS-MATCH-IDX) = BNF-PAYEE-ACCOUNT
               AND WS-TRN-BANK(WS-MATCH-IDX) = BNF-PAYEE-BANK
               MOVE "Y" TO WS-TRN-DUP-SW(WS-MATCH-IDX)
           END-IF.

       FIND-REMOVAL-FOR-PAYEE.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
                   OR MATCH-FOUND
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "X"
                   AND WS-TRN-CUST-ID(WS-MATCH-IDX) = BNF-CUST-ID
                   AND WS-TRN-ACCOUNT(WS-MATCH-IDX) =
                       BNF-PAYEE-ACCOUNT
                   AND WS-TRN-BANK(WS-MATCH-IDX) = BNF-PAYEE-BANK
                   AND WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   AND BNF-ACTIVE
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

       APPLY-REMOVAL.
           MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "X" TO BM-ACTION
           MOVE BNF-CUST-ID TO BM-CUST-ID
           MOVE BNF-PAYEE-ACCOUNT TO BM-PAYEE-ACCOUNT
           MOVE BNF-PAYEE-BANK TO BM-PAYEE-BANK
           IF WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - FIELD EDITS FAILED" TO BM-OUTCOME
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "X" TO BNO-STATUS
               MOVE "PAYEE REMOVED" TO BM-OUTCOME
           END-IF
           WRITE MAINT-RPT-RECORD.

       APPEND-NEW-PAYEES.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "A"
                   MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
                   PERFORM APPEND-ONE-PAYEE
               END-IF
           END-PERFORM.

       APPEND-ONE-PAYEE.
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "A" TO BM-ACTION
           MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO BM-CUST-ID
           MOVE WS-TRN-ACCOUNT(WS-MATCH-IDX) TO BM-PAYEE-ACCOUNT
           MOVE WS-TRN-BANK(WS-MATCH-IDX) TO BM-PAYEE-BANK
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - FIELD EDITS FAILED" TO BM-OUTCOME
               WHEN WS-TRN-DUP-SW(WS-MATCH-IDX) = "Y"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - PAYEE ALREADY REGISTERED"
                       TO BM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO BNO-CUST-ID
                   MOVE WS-TRN-ACCOUNT(WS-MATCH-IDX)
                       TO BNO-PAYEE-ACCOUNT
                   MOVE WS-TRN-BANK(WS-MATCH-IDX) TO BNO-PAYEE-BANK
                   MOVE WS-TRN-NICKNAME(WS-MATCH-IDX) TO BNO-NICKNAME
                   MOVE WS-TODAY TO BNO-ADDED-DATE
                   MOVE WS-TRN-OPERATOR(WS-MATCH-IDX) TO BNO-ADDED-BY
                   MOVE "A" TO BNO-STATUS
                   WRITE BENEFICIARY-OUT-RECORD
                   MOVE "PAYEE REGISTERED" TO BM-OUTCOME
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

       REPORT-UNAPPLIED-TRANS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO MAINT-RPT-RECORD
                   MOVE WS-TRN-ACTION(WS-MATCH-IDX) TO BM-ACTION
                   MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO BM-CUST-ID
                   MOVE WS-TRN-ACCOUNT(WS-MATCH-IDX)
                       TO BM-PAYEE-ACCOUNT
                   MOVE WS-TRN-BANK(WS-MATCH-IDX) TO BM-PAYEE-BANK
                   MOVE "REJECTED - PAYEE NOT ON REGISTER"
                       TO BM-OUTCOME
                   WRITE MAINT-RPT-RECORD
               END-IF
           END-PERFORM.
