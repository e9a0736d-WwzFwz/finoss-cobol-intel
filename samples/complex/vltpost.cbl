       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTPOST.
      *
      * Branch vault cash posting.  The vault that supplies the
      * teller floats and takes back their surplus was a paper
      * register; VLTTRAN now carries one row per vault movement,
      * each under dual control -- the maker who handles the cash
      * and a supervisor who checks it, never the same ID:
      *   I  issue from the vault to a teller's till (the float)
      *   R  return from a teller's till to the vault
      *   O  cash order received from the cash centre
      *   C  cash return sent to the cash centre
      *   L  set the branch's vault cash limit (a vault not yet on
      *      file is opened by its first limit, at nil cash)
      * The first run of the business date opens each branch's
      * VAULTMAS row at the previous day's closing cash -- the
      * counted cash if that day proved, the system cash if not --
      * and every movement accumulates onto it.  Issues and returns
      * move the teller's TILLMAST row for the date as well: an
      * issue opens the till or adds to its float, a return is
      * taken off the drawer, and a till already proved by TILLPROV
      * takes neither.  Cash never leaves a vault or a till that
      * does not hold it.  Each movement posts through GLPOST-BR at
      * the branch: till cash is branch cash (20202020), vault cash
      * its own account (21212121), and cash between the vault and
      * the cash centre passes through cash in transit (23232323).
      * Cash-centre consignments are recorded on CASHORD under the
      * centre's reference.  VAULTMAS.NEW and TILLMAST.NEW are the
      * usual handover; every outcome lands on VLTPRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-TRAN-FILE ASSIGN TO "VLTTRAN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT VAULT-MASTER-FILE ASSIGN TO "VAULTMAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-FILE-STATUS.
           SELECT VAULT-MASTER-OUT-FILE ASSIGN TO "VAULTMAS.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TILL-MASTER-FILE ASSIGN TO "TILLMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-FILE-STATUS.
           SELECT TILL-MASTER-OUT-FILE ASSIGN TO "TILLMAST.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CASH-ORDER-FILE ASSIGN TO "CASHORD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT POST-RPT-FILE ASSIGN TO "VLTPRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-TRAN-FILE.
       01  VAULT-TRAN-RECORD.
           05  VX-TYPE              PIC X(01).
               88  VX-ISSUE-TO-TILL VALUE "I".
               88  VX-RETURN-FROM-TILL VALUE "R".
               88  VX-ORDER-IN      VALUE "O".
               88  VX-RETURN-TO-CENTRE VALUE "C".
               88  VX-SET-LIMIT     VALUE "L".
           05  VX-BRANCH            PIC X(04).
           05  VX-TELLER-ID         PIC X(08).
           05  VX-AMOUNT            PIC 9(11)V99.
           05  VX-CONSIGNMENT-REF   PIC X(16).
           05  VX-MAKER-ID          PIC X(08).
           05  VX-CHECKER-ID        PIC X(08).

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

       FD  TILL-MASTER-FILE.
       COPY TILLMAST.

       FD  TILL-MASTER-OUT-FILE.
       01  TILL-OUT-RECORD.
           05  TLO-OPERATOR-ID      PIC X(08).
           05  TLO-BUSINESS-DATE    PIC 9(08).
           05  TLO-BRANCH           PIC X(04).
           05  TLO-OPENING          PIC 9(09)V99.
           05  TLO-CASH-IN          PIC 9(09)V99.
           05  TLO-CASH-OUT         PIC 9(09)V99.
           05  TLO-DECLARED         PIC 9(09)V99.
           05  TLO-STATUS           PIC X(01).
           05  TLO-TO-VAULT         PIC 9(09)V99.

       FD  CASH-ORDER-FILE.
       COPY CASHORD.

       FD  POST-RPT-FILE.
       01  POST-RPT-RECORD.
           05  VP-TYPE              PIC X(01).
           05  FILLER               PIC X(02).
           05  VP-BRANCH            PIC X(04).
           05  FILLER               PIC X(02).
           05  VP-TELLER-ID         PIC X(08).
           05  FILLER               PIC X(02).
           05  VP-AMOUNT            PIC 9(11)V99.
           05  FILLER               PIC X(02).
           05  VP-MAKER-ID          PIC X(08).
           05  FILLER               PIC X(02).
           05  VP-CHECKER-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  VP-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-VAULT-FILE-STATUS     PIC X(2).
       01  WS-TILL-FILE-STATUS      PIC X(2).
       01  WS-ORDER-FILE-STATUS     PIC X(2).
       01  WS-TRAN-EOF              PIC X(1) VALUE "N".
           88  END-OF-TRANS         VALUE "Y".
       01  WS-VAULT-EOF             PIC X(1) VALUE "N".
           88  END-OF-VAULTS        VALUE "Y".
       01  WS-TILL-EOF              PIC X(1) VALUE "N".
           88  END-OF-TILLS         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-POSTED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
      *
      * Today's vaults, one per branch.  A branch's rows from
      * earlier dates roll forward as they are read, so once
      * VAULTMAS is through each entry opens at the latest prior
      * closing -- unless today's row was already on file, which
      * is taken as it stands so a rerun picks up where it left.
      *
       01  WS-VAULT-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-VAULT-TABLE.
           05  WS-VLT-ENTRY OCCURS 100 TIMES.
               10  WS-VLT-BRANCH    PIC X(04).
               10  WS-VLT-TODAY-SW  PIC X(01).
               10  WS-VLT-OPENING   PIC 9(11)V99.
               10  WS-VLT-TO-TILLS  PIC 9(11)V99.
               10  WS-VLT-FROM-TILLS PIC 9(11)V99.
               10  WS-VLT-FROM-CENTRE PIC 9(11)V99.
               10  WS-VLT-TO-CENTRE PIC 9(11)V99.
               10  WS-VLT-DECLARED  PIC 9(11)V99.
               10  WS-VLT-CASH-LIMIT PIC 9(11)V99.
               10  WS-VLT-STATUS    PIC X(01).
       01  WS-VLT-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-VLT-FOUND-SW          PIC X(1).
           88  VAULT-FOUND          VALUE "Y".
       01  WS-FIND-BRANCH           PIC X(04).
       01  WS-VAULT-CASH            PIC S9(11)V99.
      *
      * Today's tills, the TILLPOST way: prior dates carry through
      * untouched, today's rows load here and are written back.
      *
       01  WS-TILL-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-TILL-TABLE.
           05  WS-TIL-ENTRY OCCURS 200 TIMES.
               10  WS-TIL-OPERATOR  PIC X(08).
               10  WS-TIL-BRANCH    PIC X(04).
               10  WS-TIL-OPENING   PIC 9(09)V99.
               10  WS-TIL-CASH-IN   PIC 9(09)V99.
               10  WS-TIL-CASH-OUT  PIC 9(09)V99.
               10  WS-TIL-DECLARED  PIC 9(09)V99.
               10  WS-TIL-STATUS    PIC X(01).
               10  WS-TIL-TO-VAULT  PIC 9(09)V99.
       01  WS-TIL-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-TIL-FOUND-SW          PIC X(1).
           88  TILL-FOUND           VALUE "Y".
       01  WS-FIND-TELLER           PIC X(08).
       01  WS-TILL-CASH             PIC S9(09)V99.
       01  WS-REJECT-REASON         PIC X(40).
      *
      * GL legs.  Vault cash and cash in transit are house accounts
      * beside the branch (till) cash TILLPOST already books.
      *
       01  WS-GL-BRANCH-CASH-ACCT   PIC 9(8) VALUE 20202020.
       01  WS-GL-VAULT-CASH-ACCT    PIC 9(8) VALUE 21212121.
       01  WS-GL-IN-TRANSIT-ACCT    PIC 9(8) VALUE 23232323.
       01  WS-GL-VLI-TRANS-TYPE     PIC X(4) VALUE "VLI ".
       01  WS-GL-VLR-TRANS-TYPE     PIC X(4) VALUE "VLR ".
       01  WS-GL-VCO-TRANS-TYPE     PIC X(4) VALUE "VCO ".
       01  WS-GL-VCR-TRANS-TYPE     PIC X(4) VALUE "VCR ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
      *
      * OPERSEC sign-on interface: the maker handles cash as a
      * teller, the checker holds the vault key as a supervisor.
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01).
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN OUTPUT VAULT-MASTER-OUT-FILE
           PERFORM CARRY-PRIOR-VAULTS
           OPEN OUTPUT TILL-MASTER-OUT-FILE
           PERFORM CARRY-PRIOR-TILLS
           OPEN EXTEND CASH-ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = "00"
               OPEN OUTPUT CASH-ORDER-FILE
           END-IF
           OPEN INPUT VAULT-TRAN-FILE
           OPEN OUTPUT POST-RPT-FILE
           PERFORM READ-TRAN
           PERFORM POST-ONE-MOVEMENT UNTIL END-OF-TRANS
           CLOSE VAULT-TRAN-FILE POST-RPT-FILE CASH-ORDER-FILE
           PERFORM WRITE-TODAYS-VAULTS
           PERFORM WRITE-TODAYS-TILLS
           CLOSE VAULT-MASTER-OUT-FILE TILL-MASTER-OUT-FILE
           DISPLAY "VLTPOST: MOVEMENTS POSTED   " WS-POSTED-COUNT
           DISPLAY "VLTPOST: MOVEMENTS REJECTED " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CARRY-PRIOR-VAULTS.
           OPEN INPUT VAULT-MASTER-FILE
           IF WS-VAULT-FILE-STATUS = "00"
               PERFORM READ-VAULT
               PERFORM CARRY-ONE-VAULT UNTIL END-OF-VAULTS
               CLOSE VAULT-MASTER-FILE
           END-IF
           PERFORM VARYING WS-VLT-SUB FROM 1 BY 1
               UNTIL WS-VLT-SUB > WS-VAULT-COUNT
               MOVE "Y" TO WS-VLT-TODAY-SW(WS-VLT-SUB)
           END-PERFORM.

       READ-VAULT.
           READ VAULT-MASTER-FILE
               AT END MOVE "Y" TO WS-VAULT-EOF
           END-READ.

       CARRY-ONE-VAULT.
           IF VT-BUSINESS-DATE = WS-TODAY
               MOVE VT-BRANCH TO WS-FIND-BRANCH
               PERFORM FIND-VAULT-SLOT
               MOVE "Y" TO WS-VLT-TODAY-SW(WS-VLT-SUB)
               MOVE VT-OPENING TO WS-VLT-OPENING(WS-VLT-SUB)
               MOVE VT-TO-TILLS TO WS-VLT-TO-TILLS(WS-VLT-SUB)
               MOVE VT-FROM-TILLS TO WS-VLT-FROM-TILLS(WS-VLT-SUB)
               MOVE VT-FROM-CENTRE
                   TO WS-VLT-FROM-CENTRE(WS-VLT-SUB)
               MOVE VT-TO-CENTRE TO WS-VLT-TO-CENTRE(WS-VLT-SUB)
               MOVE VT-DECLARED TO WS-VLT-DECLARED(WS-VLT-SUB)
               MOVE VT-CASH-LIMIT TO WS-VLT-CASH-LIMIT(WS-VLT-SUB)
               MOVE VT-STATUS TO WS-VLT-STATUS(WS-VLT-SUB)
           ELSE
               MOVE VAULT-RECORD TO VAULT-OUT-RECORD
               WRITE VAULT-OUT-RECORD
               IF VT-BUSINESS-DATE < WS-TODAY
                   PERFORM ROLL-VAULT-FORWARD
               END-IF
           END-IF
           PERFORM READ-VAULT.

      *
      * A prior day's row becomes the opening of today's, unless
      * today's row has already been read for the branch.
      *
       ROLL-VAULT-FORWARD.
           MOVE VT-BRANCH TO WS-FIND-BRANCH
           PERFORM FIND-VAULT-SLOT
           IF WS-VLT-TODAY-SW(WS-VLT-SUB) = "N"
               IF VT-PROVED
                   MOVE VT-DECLARED TO WS-VLT-OPENING(WS-VLT-SUB)
               ELSE
                   COMPUTE WS-VLT-OPENING(WS-VLT-SUB) =
                       VT-OPENING + VT-FROM-TILLS + VT-FROM-CENTRE
                       - VT-TO-TILLS - VT-TO-CENTRE
               END-IF
               MOVE 0 TO WS-VLT-TO-TILLS(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-FROM-TILLS(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-FROM-CENTRE(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-TO-CENTRE(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-DECLARED(WS-VLT-SUB)
               MOVE VT-CASH-LIMIT TO WS-VLT-CASH-LIMIT(WS-VLT-SUB)
               MOVE "O" TO WS-VLT-STATUS(WS-VLT-SUB)
           END-IF.

      *
      * WS-FIND-BRANCH to its vault slot, opening an empty one for
      * a branch not yet seen.
      *
       FIND-VAULT-SLOT.
           PERFORM LOOK-UP-VAULT
           IF NOT VAULT-FOUND
               IF WS-VAULT-COUNT = 100
                   DISPLAY "VLTPOST: VAULT TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-VAULT-COUNT
               MOVE WS-VAULT-COUNT TO WS-VLT-SUB
               MOVE WS-FIND-BRANCH TO WS-VLT-BRANCH(WS-VLT-SUB)
               MOVE "N" TO WS-VLT-TODAY-SW(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-OPENING(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-TO-TILLS(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-FROM-TILLS(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-FROM-CENTRE(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-TO-CENTRE(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-DECLARED(WS-VLT-SUB)
               MOVE 0 TO WS-VLT-CASH-LIMIT(WS-VLT-SUB)
               MOVE "O" TO WS-VLT-STATUS(WS-VLT-SUB)
           END-IF.

       LOOK-UP-VAULT.
           MOVE "N" TO WS-VLT-FOUND-SW
           PERFORM VARYING WS-VLT-SUB FROM 1 BY 1
               UNTIL WS-VLT-SUB > WS-VAULT-COUNT
                   OR VAULT-FOUND
               IF WS-VLT-BRANCH(WS-VLT-SUB) = WS-FIND-BRANCH
                   MOVE "Y" TO WS-VLT-FOUND-SW
               END-IF
           END-PERFORM
           IF VAULT-FOUND
               SUBTRACT 1 FROM WS-VLT-SUB
           END-IF.

       CARRY-PRIOR-TILLS.
           OPEN INPUT TILL-MASTER-FILE
           IF WS-TILL-FILE-STATUS = "00"
               PERFORM READ-TILL
               PERFORM CARRY-ONE-TILL UNTIL END-OF-TILLS
               CLOSE TILL-MASTER-FILE
           END-IF.

      *
      * Rows written before tills handed cash back to the vault
      * carry no return figure; they read as none returned.
      *
       READ-TILL.
           READ TILL-MASTER-FILE
               AT END MOVE "Y" TO WS-TILL-EOF
               NOT AT END
                   IF TL-TO-VAULT NOT NUMERIC
                       MOVE 0 TO TL-TO-VAULT
                   END-IF
           END-READ.

       CARRY-ONE-TILL.
           IF TL-BUSINESS-DATE = WS-TODAY
               MOVE TL-OPERATOR-ID TO WS-FIND-TELLER
               PERFORM FIND-TILL-SLOT
               MOVE TL-BRANCH TO WS-TIL-BRANCH(WS-TIL-SUB)
               MOVE TL-OPENING TO WS-TIL-OPENING(WS-TIL-SUB)
               MOVE TL-CASH-IN TO WS-TIL-CASH-IN(WS-TIL-SUB)
               MOVE TL-CASH-OUT TO WS-TIL-CASH-OUT(WS-TIL-SUB)
               MOVE TL-DECLARED TO WS-TIL-DECLARED(WS-TIL-SUB)
               MOVE TL-STATUS TO WS-TIL-STATUS(WS-TIL-SUB)
               MOVE TL-TO-VAULT TO WS-TIL-TO-VAULT(WS-TIL-SUB)
           ELSE
               MOVE TL-OPERATOR-ID TO TLO-OPERATOR-ID
               MOVE TL-BUSINESS-DATE TO TLO-BUSINESS-DATE
               MOVE TL-BRANCH TO TLO-BRANCH
               MOVE TL-OPENING TO TLO-OPENING
               MOVE TL-CASH-IN TO TLO-CASH-IN
               MOVE TL-CASH-OUT TO TLO-CASH-OUT
               MOVE TL-DECLARED TO TLO-DECLARED
               MOVE TL-STATUS TO TLO-STATUS
               MOVE TL-TO-VAULT TO TLO-TO-VAULT
               WRITE TILL-OUT-RECORD
           END-IF
           PERFORM READ-TILL.

       LOOK-UP-TILL.
           MOVE "N" TO WS-TIL-FOUND-SW
           PERFORM VARYING WS-TIL-SUB FROM 1 BY 1
               UNTIL WS-TIL-SUB > WS-TILL-COUNT
                   OR TILL-FOUND
               IF WS-TIL-OPERATOR(WS-TIL-SUB) = WS-FIND-TELLER
                   MOVE "Y" TO WS-TIL-FOUND-SW
               END-IF
           END-PERFORM
           IF TILL-FOUND
               SUBTRACT 1 FROM WS-TIL-SUB
           END-IF.

       FIND-TILL-SLOT.
           PERFORM LOOK-UP-TILL
           IF NOT TILL-FOUND
               IF WS-TILL-COUNT = 200
                   DISPLAY "VLTPOST: TILL TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TILL-COUNT
               MOVE WS-TILL-COUNT TO WS-TIL-SUB
               MOVE WS-FIND-TELLER TO WS-TIL-OPERATOR(WS-TIL-SUB)
               MOVE WS-FIND-BRANCH TO WS-TIL-BRANCH(WS-TIL-SUB)
               MOVE 0 TO WS-TIL-OPENING(WS-TIL-SUB)
               MOVE 0 TO WS-TIL-CASH-IN(WS-TIL-SUB)
               MOVE 0 TO WS-TIL-CASH-OUT(WS-TIL-SUB)
               MOVE 0 TO WS-TIL-DECLARED(WS-TIL-SUB)
               MOVE "O" TO WS-TIL-STATUS(WS-TIL-SUB)
               MOVE 0 TO WS-TIL-TO-VAULT(WS-TIL-SUB)
           END-IF.

       READ-TRAN.
           READ VAULT-TRAN-FILE
               AT END MOVE "Y" TO WS-TRAN-EOF
           END-READ.

       POST-ONE-MOVEMENT.
           PERFORM EDIT-MOVEMENT
           IF WS-REJECT-REASON = SPACES
               PERFORM APPLY-MOVEMENT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REPORT-LINE
               MOVE WS-REJECT-REASON TO VP-OUTCOME
               WRITE POST-RPT-RECORD
           END-IF
           PERFORM READ-TRAN.

      *
      * Both signatures first, then the movement itself.  The first
      * failing test names the rejection.
      *
       EDIT-MOVEMENT.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE VX-MAKER-ID TO LK-OPER-CHECK-ID
           MOVE "T" TO LK-REQUIRED-ROLE
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               MOVE LK-SIGNON-REASON TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE VX-CHECKER-ID TO LK-OPER-CHECK-ID
               MOVE "S" TO LK-REQUIRED-ROLE
               CALL "OPERSEC" USING LK-OPER-CHECK-ID
                   LK-REQUIRED-ROLE LK-SIGNON-RESULT
               IF LK-SIGNON-OK = "N"
                   MOVE "REJECTED - CHECKER NOT A SUPERVISOR"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN VX-CHECKER-ID = VX-MAKER-ID
                       MOVE "REJECTED - CHECKER SAME AS MAKER"
                           TO WS-REJECT-REASON
                   WHEN VX-AMOUNT NOT NUMERIC OR VX-AMOUNT = 0
                       MOVE "REJECTED - BAD AMOUNT"
                           TO WS-REJECT-REASON
                   WHEN VX-BRANCH = SPACES
                       MOVE "REJECTED - NO BRANCH"
                           TO WS-REJECT-REASON
                   WHEN NOT VX-SET-LIMIT
                       AND VX-AMOUNT > 999999999.99
                       MOVE "REJECTED - OVER SINGLE POSTING AMOUNT"
                           TO WS-REJECT-REASON
                   WHEN VX-SET-LIMIT
                       CONTINUE
                   WHEN VX-ISSUE-TO-TILL OR VX-RETURN-FROM-TILL
                       PERFORM EDIT-TILL-MOVEMENT
                   WHEN VX-ORDER-IN OR VX-RETURN-TO-CENTRE
                       PERFORM EDIT-CENTRE-MOVEMENT
                   WHEN OTHER
                       MOVE "REJECTED - UNKNOWN MOVEMENT TYPE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       EDIT-TILL-MOVEMENT.
           MOVE VX-BRANCH TO WS-FIND-BRANCH
           PERFORM LOOK-UP-VAULT
           MOVE VX-TELLER-ID TO WS-FIND-TELLER
           PERFORM LOOK-UP-TILL
           IF VAULT-FOUND
               PERFORM COMPUTE-VAULT-CASH
           END-IF
           IF TILL-FOUND
               COMPUTE WS-TILL-CASH = WS-TIL-OPENING(WS-TIL-SUB)
                   + WS-TIL-CASH-IN(WS-TIL-SUB)
                   - WS-TIL-CASH-OUT(WS-TIL-SUB)
                   - WS-TIL-TO-VAULT(WS-TIL-SUB)
           ELSE
               MOVE 0 TO WS-TILL-CASH
           END-IF
           MOVE VX-TELLER-ID TO LK-OPER-CHECK-ID
           MOVE "T" TO LK-REQUIRED-ROLE
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           EVALUATE TRUE
               WHEN NOT VAULT-FOUND
                   MOVE "REJECTED - NO VAULT FOR BRANCH"
                       TO WS-REJECT-REASON
               WHEN LK-SIGNON-OK = "N"
                   MOVE "REJECTED - TELLER NOT SIGNED ON"
                       TO WS-REJECT-REASON
               WHEN VX-TELLER-ID = VX-CHECKER-ID
                   MOVE "REJECTED - CHECKER SAME AS TELLER"
                       TO WS-REJECT-REASON
               WHEN TILL-FOUND
                   AND WS-TIL-BRANCH(WS-TIL-SUB) NOT = SPACES
                   AND WS-TIL-BRANCH(WS-TIL-SUB) NOT = VX-BRANCH
                   MOVE "REJECTED - TILL OPEN AT ANOTHER BRANCH"
                       TO WS-REJECT-REASON
               WHEN TILL-FOUND
                   AND WS-TIL-STATUS(WS-TIL-SUB) = "P"
                   MOVE "REJECTED - TILL ALREADY PROVED"
                       TO WS-REJECT-REASON
               WHEN VX-ISSUE-TO-TILL AND VX-AMOUNT > WS-VAULT-CASH
                   MOVE "REJECTED - VAULT CASH INSUFFICIENT"
                       TO WS-REJECT-REASON
               WHEN VX-RETURN-FROM-TILL AND VX-AMOUNT > WS-TILL-CASH
                   MOVE "REJECTED - TILL CASH INSUFFICIENT"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EDIT-CENTRE-MOVEMENT.
           MOVE VX-BRANCH TO WS-FIND-BRANCH
           PERFORM LOOK-UP-VAULT
           IF VAULT-FOUND
               PERFORM COMPUTE-VAULT-CASH
           END-IF
           EVALUATE TRUE
               WHEN NOT VAULT-FOUND
                   MOVE "REJECTED - NO VAULT FOR BRANCH"
                       TO WS-REJECT-REASON
               WHEN VX-CONSIGNMENT-REF = SPACES
                   MOVE "REJECTED - NO CONSIGNMENT REFERENCE"
                       TO WS-REJECT-REASON
               WHEN VX-RETURN-TO-CENTRE
                   AND VX-AMOUNT > WS-VAULT-CASH
                   MOVE "REJECTED - VAULT CASH INSUFFICIENT"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPUTE-VAULT-CASH.
           COMPUTE WS-VAULT-CASH = WS-VLT-OPENING(WS-VLT-SUB)
               + WS-VLT-FROM-TILLS(WS-VLT-SUB)
               + WS-VLT-FROM-CENTRE(WS-VLT-SUB)
               - WS-VLT-TO-TILLS(WS-VLT-SUB)
               - WS-VLT-TO-CENTRE(WS-VLT-SUB).

      *
      * Issue: till (branch) cash takes the debit, the vault the
      * credit.  Return runs the other way.  A cash order debits
      * the vault against cash in transit; a cash return credits
      * it.  A limit books nothing.
      *
       APPLY-MOVEMENT.
           ADD 1 TO WS-POSTED-COUNT
           MOVE VX-BRANCH TO WS-FIND-BRANCH
           PERFORM FIND-VAULT-SLOT
           IF NOT VX-SET-LIMIT
               CALL "TRXNUM" USING WS-TRX-REF
               MOVE VX-AMOUNT TO WS-GL-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN VX-SET-LIMIT
                   MOVE "Y" TO WS-VLT-TODAY-SW(WS-VLT-SUB)
                   MOVE VX-AMOUNT TO WS-VLT-CASH-LIMIT(WS-VLT-SUB)
               WHEN VX-ISSUE-TO-TILL
                   ADD VX-AMOUNT TO WS-VLT-TO-TILLS(WS-VLT-SUB)
                   MOVE VX-TELLER-ID TO WS-FIND-TELLER
                   PERFORM FIND-TILL-SLOT
                   MOVE VX-BRANCH TO WS-TIL-BRANCH(WS-TIL-SUB)
                   ADD VX-AMOUNT TO WS-TIL-OPENING(WS-TIL-SUB)
                   CALL "GLPOST-BR" USING WS-GL-BRANCH-CASH-ACCT
                       WS-GL-VAULT-CASH-ACCT WS-GL-AMOUNT
                       WS-GL-VLI-TRANS-TYPE WS-TRX-REF VX-BRANCH
               WHEN VX-RETURN-FROM-TILL
                   ADD VX-AMOUNT TO WS-VLT-FROM-TILLS(WS-VLT-SUB)
                   MOVE VX-TELLER-ID TO WS-FIND-TELLER
                   PERFORM FIND-TILL-SLOT
                   ADD VX-AMOUNT TO WS-TIL-TO-VAULT(WS-TIL-SUB)
                   CALL "GLPOST-BR" USING WS-GL-VAULT-CASH-ACCT
                       WS-GL-BRANCH-CASH-ACCT WS-GL-AMOUNT
                       WS-GL-VLR-TRANS-TYPE WS-TRX-REF VX-BRANCH
               WHEN VX-ORDER-IN
                   ADD VX-AMOUNT TO WS-VLT-FROM-CENTRE(WS-VLT-SUB)
                   CALL "GLPOST-BR" USING WS-GL-VAULT-CASH-ACCT
                       WS-GL-IN-TRANSIT-ACCT WS-GL-AMOUNT
                       WS-GL-VCO-TRANS-TYPE WS-TRX-REF VX-BRANCH
                   MOVE "O" TO CO-DIRECTION
                   PERFORM RECORD-CONSIGNMENT
               WHEN VX-RETURN-TO-CENTRE
                   ADD VX-AMOUNT TO WS-VLT-TO-CENTRE(WS-VLT-SUB)
                   CALL "GLPOST-BR" USING WS-GL-IN-TRANSIT-ACCT
                       WS-GL-VAULT-CASH-ACCT WS-GL-AMOUNT
                       WS-GL-VCR-TRANS-TYPE WS-TRX-REF VX-BRANCH
                   MOVE "R" TO CO-DIRECTION
                   PERFORM RECORD-CONSIGNMENT
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           MOVE "POSTED" TO VP-OUTCOME
           WRITE POST-RPT-RECORD.

       RECORD-CONSIGNMENT.
           MOVE VX-CONSIGNMENT-REF TO CO-CONSIGNMENT-REF
           MOVE VX-BRANCH TO CO-BRANCH
           MOVE VX-AMOUNT TO CO-AMOUNT
           MOVE WS-TODAY TO CO-BUSINESS-DATE
           MOVE VX-MAKER-ID TO CO-MAKER-ID
           MOVE VX-CHECKER-ID TO CO-CHECKER-ID
           MOVE WS-TRX-REF TO CO-TRX-REF
           WRITE CASH-ORDER-RECORD.

       WRITE-REPORT-LINE.
           MOVE SPACES TO POST-RPT-RECORD
           MOVE VX-TYPE TO VP-TYPE
           MOVE VX-BRANCH TO VP-BRANCH
           MOVE VX-TELLER-ID TO VP-TELLER-ID
           MOVE VX-AMOUNT TO VP-AMOUNT
           MOVE VX-MAKER-ID TO VP-MAKER-ID
           MOVE VX-CHECKER-ID TO VP-CHECKER-ID.

      *
      * Every vault on file, and any first opened today by a limit,
      * is written for today -- a branch with no movement still
      * gets its row for the VLTPROV proof.
      *
       WRITE-TODAYS-VAULTS.
           PERFORM VARYING WS-VLT-SUB FROM 1 BY 1
               UNTIL WS-VLT-SUB > WS-VAULT-COUNT
               IF WS-VLT-TODAY-SW(WS-VLT-SUB) = "Y"
                   MOVE WS-VLT-BRANCH(WS-VLT-SUB) TO VTO-BRANCH
                   MOVE WS-TODAY TO VTO-BUSINESS-DATE
                   MOVE WS-VLT-OPENING(WS-VLT-SUB) TO VTO-OPENING
                   MOVE WS-VLT-TO-TILLS(WS-VLT-SUB) TO VTO-TO-TILLS
                   MOVE WS-VLT-FROM-TILLS(WS-VLT-SUB)
                       TO VTO-FROM-TILLS
                   MOVE WS-VLT-FROM-CENTRE(WS-VLT-SUB)
                       TO VTO-FROM-CENTRE
                   MOVE WS-VLT-TO-CENTRE(WS-VLT-SUB)
                       TO VTO-TO-CENTRE
                   MOVE WS-VLT-DECLARED(WS-VLT-SUB) TO VTO-DECLARED
                   MOVE WS-VLT-CASH-LIMIT(WS-VLT-SUB)
                       TO VTO-CASH-LIMIT
                   MOVE WS-VLT-STATUS(WS-VLT-SUB) TO VTO-STATUS
                   WRITE VAULT-OUT-RECORD
               END-IF
           END-PERFORM.

       WRITE-TODAYS-TILLS.
           PERFORM VARYING WS-TIL-SUB FROM 1 BY 1
               UNTIL WS-TIL-SUB > WS-TILL-COUNT
               MOVE WS-TIL-OPERATOR(WS-TIL-SUB) TO TLO-OPERATOR-ID
               MOVE WS-TODAY TO TLO-BUSINESS-DATE
               MOVE WS-TIL-BRANCH(WS-TIL-SUB) TO TLO-BRANCH
               MOVE WS-TIL-OPENING(WS-TIL-SUB) TO TLO-OPENING
               MOVE WS-TIL-CASH-IN(WS-TIL-SUB) TO TLO-CASH-IN
               MOVE WS-TIL-CASH-OUT(WS-TIL-SUB) TO TLO-CASH-OUT
               MOVE WS-TIL-DECLARED(WS-TIL-SUB) TO TLO-DECLARED
               MOVE WS-TIL-STATUS(WS-TIL-SUB) TO TLO-STATUS
               MOVE WS-TIL-TO-VAULT(WS-TIL-SUB) TO TLO-TO-VAULT
               WRITE TILL-OUT-RECORD
           END-PERFORM.
