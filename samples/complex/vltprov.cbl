       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTPROV.
      *
      * End-of-day branch vault proof, the TILLPROV discipline one
      * level up.  The two vault custodians count the vault and key
      * the count onto VLTDECL under both their IDs -- a count
      * signed by one person, or by the same ID twice, is refused.
      * Every open vault on VAULTMAS for the business date is proved
      * -- system cash is the opening cash plus cash back from the
      * tills and in from the cash centre, less cash issued to the
      * tills and sent to the cash centre -- and any over or short
      * posts to the cash difference account (30303030) against
      * vault cash (21212121) under the "OVS " type on the branch's
      * own book.  Proved vaults flip to "P" on VAULTMAS.NEW; a
      * vault with no count stays open and on the VLTPROF report
      * for the branch manager to chase.
      *
      * The VLTLIMR report lists every branch whose vault closes
      * above its cash limit -- the counted cash where the vault
      * proved, the system cash where it did not -- with the excess
      * the branch should send back to the cash centre.  A branch
      * with no limit set is never in breach.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLARE-FILE ASSIGN TO "VLTDECL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECL-FILE-STATUS.
           SELECT VAULT-MASTER-FILE ASSIGN TO "VAULTMAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-FILE-STATUS.
           SELECT VAULT-MASTER-OUT-FILE ASSIGN TO "VAULTMAS.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PROOF-RPT-FILE ASSIGN TO "VLTPROF"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LIMIT-RPT-FILE ASSIGN TO "VLTLIMR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECLARE-FILE.
       01  DECLARE-RECORD.
           05  VD-BRANCH            PIC X(04).
           05  VD-DECLARED          PIC 9(11)V99.
           05  VD-COUNTED-BY        PIC X(08).
           05  VD-CHECKED-BY        PIC X(08).

       FD  VAULT-MASTER-FILE.
       COPY VAULTMAS.

       FD  VAULT-MASTER-OUT-FILE.
       01  VAULT-OUT-RECORD.
           05  VTO-BRANCH           PIC X(04).
           05  VTO-BUSINESS-DATE    PIC 9(08).
           05  VTO-OPENING          PIC 9(11)V99.
           05  VTO-TO-TILLS         PIC 9(11)V99.
           05  VTO-FROM-TILLS       PIC 9(11)V99.
           05  VTO-FROM-CENTRE      PIC 9(11)V99.
           05  VTO-TO-CENTRE        PIC 9(11)V99.
           05  VTO-DECLARED         PIC 9(11)V99.
           05  VTO-CASH-LIMIT       PIC 9(11)V99.
           05  VTO-STATUS           PIC X(01).

       FD  PROOF-RPT-FILE.
       01  PROOF-RPT-RECORD.
           05  VV-BRANCH            PIC X(04).
           05  FILLER               PIC X(02).
           05  VV-SYSTEM-CASH       PIC 9(11)V99.
           05  FILLER               PIC X(02).
           05  VV-DECLARED          PIC 9(11)V99.
           05  FILLER               PIC X(02).
           05  VV-DIFF-SIGN         PIC X(01).
           05  VV-DIFFERENCE        PIC 9(11)V99.
           05  FILLER               PIC X(02).
           05  VV-NOTE              PIC X(24).

       FD  LIMIT-RPT-FILE.
       01  LIMIT-RPT-RECORD.
           05  VL-BRANCH            PIC X(04).
           05  FILLER               PIC X(02).
           05  VL-CLOSING-CASH      PIC 9(11)V99.
           05  FILLER               PIC X(02).
           05  VL-CASH-LIMIT        PIC 9(11)V99.
           05  FILLER               PIC X(02).
           05  VL-EXCESS            PIC 9(11)V99.
           05  FILLER               PIC X(02).
           05  VL-BASIS             PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-DECL-FILE-STATUS      PIC X(2).
       01  WS-VAULT-FILE-STATUS     PIC X(2).
       01  WS-DECL-EOF              PIC X(1) VALUE "N".
           88  END-OF-DECLARATIONS  VALUE "Y".
       01  WS-VAULT-EOF             PIC X(1) VALUE "N".
           88  END-OF-VAULTS        VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-PROVED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-UNDECLARED-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-BREACH-COUNT          PIC 9(7) COMP VALUE 0.
      *
      * Counts load once and are matched by branch.
      *
       01  WS-DECL-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-DECL-TABLE.
           05  WS-DCL-ENTRY OCCURS 100 TIMES.
               10  WS-DCL-BRANCH    PIC X(04).
               10  WS-DCL-DECLARED  PIC 9(11)V99.
       01  WS-DCL-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-DECL-FOUND-SW         PIC X(1).
           88  DECLARATION-FOUND    VALUE "Y".
       01  WS-SYSTEM-CASH           PIC S9(11)V99.
       01  WS-CLOSING-CASH          PIC S9(11)V99.
       01  WS-DIFFERENCE            PIC S9(11)V99.
       01  WS-ABS-DIFFERENCE        PIC 9(11)V99.
       01  WS-GL-VAULT-CASH-ACCT    PIC 9(8) VALUE 21212121.
       01  WS-GL-OVERSHORT-ACCT     PIC 9(8) VALUE 30303030.
       01  WS-GL-OVS-TRANS-TYPE     PIC X(4) VALUE "OVS ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-DECLARATIONS
           OPEN INPUT VAULT-MASTER-FILE
           IF WS-VAULT-FILE-STATUS NOT = "00"
               DISPLAY "VLTPROV: NO VAULT MASTER, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VAULT-MASTER-OUT-FILE
           OPEN OUTPUT PROOF-RPT-FILE
           OPEN OUTPUT LIMIT-RPT-FILE
           PERFORM READ-VAULT
           PERFORM PROVE-ONE-VAULT UNTIL END-OF-VAULTS
           CLOSE VAULT-MASTER-FILE VAULT-MASTER-OUT-FILE
               PROOF-RPT-FILE LIMIT-RPT-FILE
           DISPLAY "VLTPROV: VAULTS PROVED      " WS-PROVED-COUNT
           DISPLAY "VLTPROV: VAULTS UNDECLARED  " WS-UNDECLARED-COUNT
           DISPLAY "VLTPROV: CASH LIMIT BREACHES " WS-BREACH-COUNT
           IF WS-UNDECLARED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DECLARATIONS.
           OPEN INPUT DECLARE-FILE
           IF WS-DECL-FILE-STATUS = "00"
               PERFORM READ-DECLARATION
               PERFORM STORE-DECLARATION UNTIL END-OF-DECLARATIONS
               CLOSE DECLARE-FILE
           END-IF.

       READ-DECLARATION.
           READ DECLARE-FILE
               AT END MOVE "Y" TO WS-DECL-EOF
           END-READ.

      *
      * A vault count takes two custodians.
      *
       STORE-DECLARATION.
           IF VD-COUNTED-BY = SPACES OR VD-CHECKED-BY = SPACES
               OR VD-COUNTED-BY = VD-CHECKED-BY
               DISPLAY "VLTPROV: COUNT REFUSED FOR BRANCH "
                   VD-BRANCH " - NOT UNDER DUAL CUSTODY"
           ELSE
               IF WS-DECL-COUNT = 100
                   DISPLAY "VLTPROV: COUNT TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DECL-COUNT
               MOVE VD-BRANCH TO WS-DCL-BRANCH(WS-DECL-COUNT)
               MOVE VD-DECLARED TO WS-DCL-DECLARED(WS-DECL-COUNT)
           END-IF
           PERFORM READ-DECLARATION.

       READ-VAULT.
           READ VAULT-MASTER-FILE
               AT END MOVE "Y" TO WS-VAULT-EOF
           END-READ.

      *
      * Only today's open vaults prove; everything else carries
      * through untouched.  Today's vaults, proved or not, are
      * held against their limit.
      *
       PROVE-ONE-VAULT.
           MOVE VAULT-RECORD TO VAULT-OUT-RECORD
           IF VT-BUSINESS-DATE = WS-TODAY
               COMPUTE WS-SYSTEM-CASH = VT-OPENING + VT-FROM-TILLS
                   + VT-FROM-CENTRE - VT-TO-TILLS - VT-TO-CENTRE
               IF VT-OPEN
                   PERFORM JUDGE-ONE-VAULT
               END-IF
               PERFORM CHECK-CASH-LIMIT
           END-IF
           WRITE VAULT-OUT-RECORD
           PERFORM READ-VAULT.

       JUDGE-ONE-VAULT.
           PERFORM FIND-DECLARATION
           IF NOT DECLARATION-FOUND
               ADD 1 TO WS-UNDECLARED-COUNT
               MOVE SPACES TO PROOF-RPT-RECORD
               MOVE VT-BRANCH TO VV-BRANCH
               MOVE WS-SYSTEM-CASH TO VV-SYSTEM-CASH
               MOVE 0 TO VV-DECLARED
               MOVE SPACE TO VV-DIFF-SIGN
               MOVE 0 TO VV-DIFFERENCE
               MOVE "NO COUNT KEYED" TO VV-NOTE
               WRITE PROOF-RPT-RECORD
           ELSE
               PERFORM PROVE-AGAINST-DECLARATION
           END-IF.

       FIND-DECLARATION.
           MOVE "N" TO WS-DECL-FOUND-SW
           PERFORM VARYING WS-DCL-SUB FROM 1 BY 1
               UNTIL WS-DCL-SUB > WS-DECL-COUNT
                   OR DECLARATION-FOUND
               IF WS-DCL-BRANCH(WS-DCL-SUB) = VT-BRANCH
                   MOVE "Y" TO WS-DECL-FOUND-SW
               END-IF
           END-PERFORM
           IF DECLARATION-FOUND
               SUBTRACT 1 FROM WS-DCL-SUB
           END-IF.

      *
      * An over debits vault cash and credits the difference
      * account; a short runs the other way.
      *
       PROVE-AGAINST-DECLARATION.
           ADD 1 TO WS-PROVED-COUNT
           COMPUTE WS-DIFFERENCE =
               WS-DCL-DECLARED(WS-DCL-SUB) - WS-SYSTEM-CASH
           IF WS-DIFFERENCE NOT = 0
               CALL "TRXNUM" USING WS-TRX-REF
               IF WS-DIFFERENCE > 0
                   MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
                   MOVE WS-ABS-DIFFERENCE TO WS-GL-AMOUNT
                   CALL "GLPOST-BR" USING WS-GL-VAULT-CASH-ACCT
                       WS-GL-OVERSHORT-ACCT WS-GL-AMOUNT
                       WS-GL-OVS-TRANS-TYPE WS-TRX-REF
                       VT-BRANCH
               ELSE
                   COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
                   MOVE WS-ABS-DIFFERENCE TO WS-GL-AMOUNT
                   CALL "GLPOST-BR" USING WS-GL-OVERSHORT-ACCT
                       WS-GL-VAULT-CASH-ACCT WS-GL-AMOUNT
                       WS-GL-OVS-TRANS-TYPE WS-TRX-REF
                       VT-BRANCH
               END-IF
           ELSE
               MOVE 0 TO WS-ABS-DIFFERENCE
           END-IF
           MOVE WS-DCL-DECLARED(WS-DCL-SUB) TO VTO-DECLARED
           MOVE "P" TO VTO-STATUS
           MOVE SPACES TO PROOF-RPT-RECORD
           MOVE VT-BRANCH TO VV-BRANCH
           MOVE WS-SYSTEM-CASH TO VV-SYSTEM-CASH
           MOVE WS-DCL-DECLARED(WS-DCL-SUB) TO VV-DECLARED
           EVALUATE TRUE
               WHEN WS-DIFFERENCE > 0
                   MOVE "+" TO VV-DIFF-SIGN
                   MOVE "OVER - POSTED" TO VV-NOTE
               WHEN WS-DIFFERENCE < 0
                   MOVE "-" TO VV-DIFF-SIGN
                   MOVE "SHORT - POSTED" TO VV-NOTE
               WHEN OTHER
                   MOVE SPACE TO VV-DIFF-SIGN
                   MOVE "PROVED CLEAN" TO VV-NOTE
           END-EVALUATE
           MOVE WS-ABS-DIFFERENCE TO VV-DIFFERENCE
           WRITE PROOF-RPT-RECORD.

       CHECK-CASH-LIMIT.
           IF VTO-STATUS = "P"
               MOVE VTO-DECLARED TO WS-CLOSING-CASH
           ELSE
               MOVE WS-SYSTEM-CASH TO WS-CLOSING-CASH
           END-IF
           IF VT-CASH-LIMIT > 0
               AND WS-CLOSING-CASH > VT-CASH-LIMIT
               ADD 1 TO WS-BREACH-COUNT
               MOVE SPACES TO LIMIT-RPT-RECORD
               MOVE VT-BRANCH TO VL-BRANCH
               MOVE WS-CLOSING-CASH TO VL-CLOSING-CASH
               MOVE VT-CASH-LIMIT TO VL-CASH-LIMIT
               COMPUTE VL-EXCESS = WS-CLOSING-CASH - VT-CASH-LIMIT
               IF VTO-STATUS = "P"
                   MOVE "COUNTED CASH" TO VL-BASIS
               ELSE
                   MOVE "SYSTEM CASH" TO VL-BASIS
               END-IF
               WRITE LIMIT-RPT-RECORD
           END-IF.
