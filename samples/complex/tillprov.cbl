      * End-of-day teller proof.  Each teller keys the counted
      * drawer cash onto TILLDECL; this step proves every open till
      * on TILLMAST for the business date -- system cash is the
      * opening float plus cash in less cash out and less any cash
      * handed back to the vault -- and posts any
      * over or short to the cash difference account (30303030)
      * against branch cash under the "OVS " type, on the till's
      * own branch book, so a difference lands on the book the
      * night it happens instead of vanishing.  The TILLPROF
      * report shows system versus declared per teller with branch
      * totals beneath, proved tills flip to "P" on TILLMAST.NEW,
      * and a till with no declaration stays open and on the
      * report for the branch manager to chase.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TLO-CASH-OUT         PIC 9(09)V99.
           05  TLO-DECLARED         PIC 9(09)V99.
           05  TLO-STATUS           PIC X(01).
           05  TLO-TO-VAULT         PIC 9(09)V99.

      *
      * Teller and branch lines share the record under REDEFINES,
           MOVE TD-DECLARED TO WS-DCL-DECLARED(WS-DECL-COUNT)
           PERFORM READ-DECLARATION.

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

      *
           MOVE TL-CASH-OUT TO TLO-CASH-OUT
           MOVE TL-DECLARED TO TLO-DECLARED
           MOVE TL-STATUS TO TLO-STATUS
           MOVE TL-TO-VAULT TO TLO-TO-VAULT
           IF TL-BUSINESS-DATE = WS-TODAY AND TL-OPEN
               PERFORM JUDGE-ONE-TILL
           END-IF

       JUDGE-ONE-TILL.
           COMPUTE WS-SYSTEM-CASH =
               TL-OPENING + TL-CASH-IN - TL-CASH-OUT - TL-TO-VAULT
           PERFORM FIND-DECLARATION
           IF NOT DECLARATION-FOUND
               ADD 1 TO WS-UNDECLARED-COUNT
               IF WS-DIFFERENCE > 0
                   MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
                   MOVE WS-ABS-DIFFERENCE TO WS-GL-AMOUNT
                   CALL "GLPOST-BR" USING WS-GL-BRANCH-CASH-ACCT
                       WS-GL-OVERSHORT-ACCT WS-GL-AMOUNT
                       WS-GL-OVS-TRANS-TYPE WS-TRX-REF
                       TL-BRANCH
               ELSE
                   COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
                   MOVE WS-ABS-DIFFERENCE TO WS-GL-AMOUNT
                   CALL "GLPOST-BR" USING WS-GL-OVERSHORT-ACCT
                       WS-GL-BRANCH-CASH-ACCT WS-GL-AMOUNT
                       WS-GL-OVS-TRANS-TYPE WS-TRX-REF
                       TL-BRANCH
               END-IF
           ELSE
               MOVE 0 TO WS-ABS-DIFFERENCE
