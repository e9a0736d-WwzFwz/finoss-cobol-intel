      * drawer shrinks, the account is debited) -- keyed by the
      * operator OPERSEC must recognize as a teller.  Each movement
      * posts the drawer side to the branch cash GL account
      * (20202020) through GLPOST-BR at the teller's branch, so a
      * customer of another branch served over this counter raises
      * the inter-branch entries -- cash in under "CSH ", cash out
      * under its own "CSO " type so a statement can tell a counter
      * deposit from a withdrawal -- moves the customer balance
      * with the usual journal trail (a cash-out funds-checks
           05  TLO-CASH-OUT         PIC 9(09)V99.
           05  TLO-DECLARED         PIC 9(09)V99.
           05  TLO-STATUS           PIC X(01).
           05  TLO-TO-VAULT         PIC 9(09)V99.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.
      *
      * Today's tills accumulate in memory: prior dates' rows carry
      * through to the new file untouched, today's rows grow with
      * each posting.  The opening float is issued from the branch
      * vault by VLTPOST, which opens the till; a teller serving
      * with no float issued opens a fresh till at zero.
      *
       01  WS-TILL-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-TILL-TABLE.
               10  WS-TIL-OPENING   PIC 9(09)V99.
               10  WS-TIL-CASH-IN   PIC 9(09)V99.
               10  WS-TIL-CASH-OUT  PIC 9(09)V99.
               10  WS-TIL-TO-VAULT  PIC 9(09)V99.
       01  WS-TIL-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-TIL-FOUND-SW          PIC X(1).
           88  TILL-FOUND           VALUE "Y".
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
               MOVE TL-OPENING TO WS-TIL-OPENING(WS-TIL-SUB)
               MOVE TL-CASH-IN TO WS-TIL-CASH-IN(WS-TIL-SUB)
               MOVE TL-CASH-OUT TO WS-TIL-CASH-OUT(WS-TIL-SUB)
               MOVE TL-TO-VAULT TO WS-TIL-TO-VAULT(WS-TIL-SUB)
           ELSE
               MOVE TL-OPERATOR-ID TO TLO-OPERATOR-ID
               MOVE TL-BUSINESS-DATE TO TLO-BUSINESS-DATE
               MOVE TL-CASH-OUT TO TLO-CASH-OUT
               MOVE TL-DECLARED TO TLO-DECLARED
               MOVE TL-STATUS TO TLO-STATUS
               MOVE TL-TO-VAULT TO TLO-TO-VAULT
               WRITE TILL-OUT-RECORD
           END-IF
           PERFORM READ-TILL.
               MOVE 0 TO WS-TIL-OPENING(WS-TIL-SUB)
               MOVE 0 TO WS-TIL-CASH-IN(WS-TIL-SUB)
               MOVE 0 TO WS-TIL-CASH-OUT(WS-TIL-SUB)
               MOVE 0 TO WS-TIL-TO-VAULT(WS-TIL-SUB)
           END-IF.

       READ-TRAN.
           MOVE TT-AMOUNT TO WS-GL-AMOUNT
           IF TT-CASH-IN
               ADD TT-AMOUNT TO WS-TIL-CASH-IN(WS-TIL-SUB)
               CALL "GLPOST-BR" USING WS-GL-BRANCH-CASH-ACCT
                   WS-GL-CUSTOMER-ACCT WS-GL-AMOUNT
                   WS-GL-CSH-TRANS-TYPE WS-TRX-REF
                   TT-BRANCH
               PERFORM CREDIT-CUSTOMER
           ELSE
               ADD TT-AMOUNT TO WS-TIL-CASH-OUT(WS-TIL-SUB)
               CALL "GLPOST-BR" USING WS-GL-CUSTOMER-ACCT
                   WS-GL-BRANCH-CASH-ACCT WS-GL-AMOUNT
                   WS-GL-CSO-TRANS-TYPE WS-TRX-REF
                   TT-BRANCH
               PERFORM DEBIT-CUSTOMER
           END-IF
           MOVE TT-ACCOUNT TO WS-LDG-ACCOUNT-NUMBER
               MOVE WS-TIL-CASH-OUT(WS-TIL-SUB) TO TLO-CASH-OUT
               MOVE 0 TO TLO-DECLARED
               MOVE "O" TO TLO-STATUS
               MOVE WS-TIL-TO-VAULT(WS-TIL-SUB) TO TLO-TO-VAULT
               WRITE TILL-OUT-RECORD
           END-PERFORM.
