       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCSETL.
      *
      * Card-scheme settlement posting.  Card purchases and cash
      * advances used to reach a card account only as hand-keyed
      * transfers.  This run takes the scheme's daily CCSETTLE file
      * and posts every cleared item to its card account: the owed
      * ACCTM-BALANCE grows by a purchase or cash advance and falls
      * by a merchant refund, the matching CUST-BALANCE moves the
      * other way (it is signed and goes negative as the card is
      * used), the GL carries the card against the scheme
      * settlement account, and the ledger row is typed "CPU " for a
      * purchase, "CCA " for a cash advance and "CRF " for a refund
      * so statements and finance charges can tell them apart.
      *
      * Nothing posts silently over the line.  An item for an
      * account that is not an active card, a frozen or debit-
      * blocked card, a card with no CARDLIM entry, an item in the
      * wrong currency, or a spend that would take the owed balance
      * past the effective limit (the approved limit, lifted to the
      * temporary limit while it stands unexpired -- the BALCHK
      * rule) is written whole to the CCEXCPT exceptions file with
      * its reason for the card team, and the run ends RC=4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO "CCSETTLE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SETL-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CARD-LIMIT-FILE ASSIGN TO "CARDLIM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT RESTRICTION-FILE ASSIGN TO "ACCTRSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "CCEXCPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       COPY CCSETL.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  CARD-LIMIT-FILE.
       COPY CARDLIM.

       FD  RESTRICTION-FILE.
       COPY ACCTRSTR.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  CX-ITEM              PIC X(76).
           05  FILLER               PIC X(02).
           05  CX-REASON            PIC X(30).

       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-SETL-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-CARD-FILE-STATUS      PIC X(2).
       01  WS-RST-FILE-STATUS       PIC X(2).
       01  WS-SETL-EOF              PIC X(1) VALUE "N".
           88  END-OF-SETTLEMENT    VALUE "Y".
       01  WS-CARD-EOF              PIC X(1) VALUE "N".
           88  END-OF-CARD-LIMITS   VALUE "Y".
       01  WS-RST-EOF               PIC X(1) VALUE "N".
           88  END-OF-RESTRICTIONS  VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-ITEM-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-POSTED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-PURCHASE-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-ADVANCE-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-REFUND-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-REASON                PIC X(30).
      *
      * CARDLIM, loaded once: approved and temporary limits per card.
      *
       01  WS-CARD-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-CARD-TABLE.
           05  WS-CRD-ENTRY OCCURS 1000 TIMES.
               10  WS-CRD-ACCOUNT   PIC X(12).
               10  WS-CRD-LIMIT     PIC 9(09)V99.
               10  WS-CRD-TEMP      PIC 9(09)V99.
               10  WS-CRD-TEMP-EXP  PIC 9(08).
       01  WS-CRD-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-CARD-LIMIT-FOUND-SW   PIC X(1).
           88  CARD-LIMIT-FOUND     VALUE "Y".
       01  WS-EFFECTIVE-LIMIT       PIC 9(09)V99.
      *
      * Active debit blocks RSTRMNT has imposed; a card blocked for
      * debits takes no purchases or advances, one blocked for
      * credits takes no refunds.
      *
       01  WS-RST-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-RST-TABLE.
           05  WS-RST-ENTRY OCCURS 1000 TIMES.
               10  WS-RST-ACCOUNT   PIC X(10).
               10  WS-RST-FLAG      PIC X(01).
       01  WS-RST-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-BLOCKED-SW            PIC X(1).
           88  CARD-BLOCKED         VALUE "Y".
       01  WS-GL-CUSTOMER-ACCT      PIC 9(8).
       01  WS-GL-CARD-SETTLE-ACCT   PIC 9(8) VALUE 61616161.
       01  WS-GL-TRANS-TYPE         PIC X(4).
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
       01  WS-LEDGER-ACCOUNT-DATA.
           05  WS-LDG-ACCOUNT-NUMBER     PIC 9(10).
           05  WS-LDG-ACCOUNT-TYPE       PIC X(2) VALUE SPACES.
           05  WS-LDG-BALANCE            PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-LDG-TENURE-YEARS       PIC 9(2) COMP VALUE 0.
           05  WS-LDG-CURRENCY-CODE      PIC X(3).
           05  WS-LDG-COMPOUND-FREQUENCY PIC 9(2) COMP VALUE 0.
       01  WS-LEDGER-AMOUNT          PIC 9(9)V99.
      *
      * Before/after images for the customer-master journal.
      *
       01  WS-CJ-BEFORE-IMAGE       PIC X(79).
       01  WS-CJ-AFTER-IMAGE        PIC X(79).
       01  WS-CJ-PROGRAM            PIC X(08) VALUE "CCSETL  ".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-CARD-TABLE
           PERFORM LOAD-RESTRICTION-TABLE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETL-FILE-STATUS = "00"
               OPEN I-O ACCT-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
               PERFORM READ-SETTLEMENT
               PERFORM SETTLE-ONE-ITEM UNTIL END-OF-SETTLEMENT
               CLOSE SETTLEMENT-FILE ACCT-MASTER-FILE
                   CUSTOMER-MASTER-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           DISPLAY "CCSETL: ITEMS READ          " WS-ITEM-COUNT
           DISPLAY "CCSETL: ITEMS POSTED        " WS-POSTED-COUNT
           DISPLAY "CCSETL: PURCHASES           " WS-PURCHASE-TOTAL
           DISPLAY "CCSETL: CASH ADVANCES       " WS-ADVANCE-TOTAL
           DISPLAY "CCSETL: REFUNDS             " WS-REFUND-TOTAL
           DISPLAY "CCSETL: EXCEPTIONS          " WS-EXCEPTION-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CARD-TABLE.
           OPEN INPUT CARD-LIMIT-FILE
           IF WS-CARD-FILE-STATUS = "00"
               PERFORM READ-CARD-LIMIT
               PERFORM STORE-CARD-ENTRY UNTIL END-OF-CARD-LIMITS
               CLOSE CARD-LIMIT-FILE
           END-IF.

       READ-CARD-LIMIT.
           READ CARD-LIMIT-FILE
               AT END MOVE "Y" TO WS-CARD-EOF
           END-READ.

       STORE-CARD-ENTRY.
           IF WS-CARD-COUNT = 1000
               DISPLAY "CCSETL: CARD TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE CL-ACCT-NUM TO WS-CRD-ACCOUNT(WS-CARD-COUNT)
           MOVE CL-LIMIT TO WS-CRD-LIMIT(WS-CARD-COUNT)
           MOVE CL-TEMP-LIMIT TO WS-CRD-TEMP(WS-CARD-COUNT)
           MOVE CL-TEMP-EXPIRY TO WS-CRD-TEMP-EXP(WS-CARD-COUNT)
           PERFORM READ-CARD-LIMIT.

       LOAD-RESTRICTION-TABLE.
           OPEN INPUT RESTRICTION-FILE
           IF WS-RST-FILE-STATUS = "00"
               PERFORM READ-RESTRICTION
               PERFORM STORE-RESTRICTION-ENTRY
                   UNTIL END-OF-RESTRICTIONS
               CLOSE RESTRICTION-FILE
           END-IF.

       READ-RESTRICTION.
           READ RESTRICTION-FILE
               AT END MOVE "Y" TO WS-RST-EOF
           END-READ.

       STORE-RESTRICTION-ENTRY.
           IF RS-STATUS = "A"
               IF WS-RST-COUNT = 1000
                   DISPLAY "CCSETL: RESTRICTION TABLE FULL -"
                       " RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RST-COUNT
               MOVE RS-ACCOUNT TO WS-RST-ACCOUNT(WS-RST-COUNT)
               MOVE RS-FLAG TO WS-RST-FLAG(WS-RST-COUNT)
           END-IF
           PERFORM READ-RESTRICTION.

       READ-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END MOVE "Y" TO WS-SETL-EOF
           END-READ.

      *
      * Each item is judged against the master as it stands after
      * the items before it, so a run of in-limit spends cannot add
      * up past the ceiling.
      *
       SETTLE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO WS-REASON
           MOVE CS-CARD-ACCT TO ACCTM-NUM
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "CARD ACCOUNT NOT ON FILE" TO WS-REASON
           END-READ
           IF WS-REASON = SPACES
               PERFORM EDIT-SETTLEMENT-ITEM
           END-IF
           IF WS-REASON = SPACES
               PERFORM POST-SETTLEMENT-ITEM
           ELSE
               PERFORM WRITE-EXCEPTION
           END-IF
           PERFORM READ-SETTLEMENT.

       EDIT-SETTLEMENT-ITEM.
           PERFORM CHECK-CARD-RESTRICTION
           EVALUATE TRUE
               WHEN ACCTM-TYPE NOT = "CC"
                   MOVE "NOT A CARD ACCOUNT" TO WS-REASON
               WHEN ACCTM-STATUS = "C"
                   MOVE "CARD CLOSED" TO WS-REASON
               WHEN ACCTM-STATUS = "F" OR CARD-BLOCKED
                   MOVE "CARD BLOCKED" TO WS-REASON
               WHEN ACCTM-STATUS NOT = "A"
                   MOVE "CARD NOT ACTIVE" TO WS-REASON
               WHEN NOT CS-PURCHASE AND NOT CS-CASH-ADVANCE
                       AND NOT CS-REFUND
                   MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REASON
               WHEN CS-AMOUNT NOT NUMERIC OR CS-AMOUNT = 0
                   MOVE "INVALID AMOUNT" TO WS-REASON
               WHEN CS-CURRENCY NOT = ACCTM-CURRENCY
                   MOVE "CURRENCY NOT CARD CURRENCY" TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES AND NOT CS-REFUND
               PERFORM FIND-CARD-LIMIT
               IF NOT CARD-LIMIT-FOUND
                   MOVE "NO CARD LIMIT ON FILE" TO WS-REASON
               ELSE
                   IF ACCTM-BALANCE + CS-AMOUNT > WS-EFFECTIVE-LIMIT
                       MOVE "WOULD BREACH CARD LIMIT" TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES AND CS-REFUND
               AND CS-AMOUNT > ACCTM-BALANCE
               MOVE "REFUND EXCEEDS OWED BALANCE" TO WS-REASON
           END-IF.

       CHECK-CARD-RESTRICTION.
           MOVE "N" TO WS-BLOCKED-SW
           PERFORM VARYING WS-RST-SUB FROM 1 BY 1
               UNTIL WS-RST-SUB > WS-RST-COUNT
               IF WS-RST-ACCOUNT(WS-RST-SUB) = CS-CARD-ACCT(3:10)
                   IF WS-RST-FLAG(WS-RST-SUB) = "B"
                       OR (WS-RST-FLAG(WS-RST-SUB) = "D"
                           AND NOT CS-REFUND)
                       OR (WS-RST-FLAG(WS-RST-SUB) = "C"
                           AND CS-REFUND)
                       MOVE "Y" TO WS-BLOCKED-SW
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CARD-LIMIT.
           MOVE "N" TO WS-CARD-LIMIT-FOUND-SW
           MOVE 0 TO WS-EFFECTIVE-LIMIT
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
               UNTIL WS-CRD-SUB > WS-CARD-COUNT
               IF WS-CRD-ACCOUNT(WS-CRD-SUB) = ACCTM-NUM
                   MOVE "Y" TO WS-CARD-LIMIT-FOUND-SW
                   MOVE WS-CRD-LIMIT(WS-CRD-SUB)
                       TO WS-EFFECTIVE-LIMIT
                   IF WS-CRD-TEMP(WS-CRD-SUB) >
                           WS-EFFECTIVE-LIMIT
                       AND WS-CRD-TEMP-EXP(WS-CRD-SUB)
                           NOT < WS-TODAY
                       MOVE WS-CRD-TEMP(WS-CRD-SUB)
                           TO WS-EFFECTIVE-LIMIT
                   END-IF
               END-IF
           END-PERFORM.

      *
      * A spend debits the card on the GL and credits the scheme
      * settlement account the scheme will draw on; a refund runs
      * the other way.
      *
       POST-SETTLEMENT-ITEM.
           ADD 1 TO WS-POSTED-COUNT
           EVALUATE TRUE
               WHEN CS-PURCHASE
                   MOVE "CPU " TO WS-GL-TRANS-TYPE
                   ADD CS-AMOUNT TO WS-PURCHASE-TOTAL
               WHEN CS-CASH-ADVANCE
                   MOVE "CCA " TO WS-GL-TRANS-TYPE
                   ADD CS-AMOUNT TO WS-ADVANCE-TOTAL
               WHEN CS-REFUND
                   MOVE "CRF " TO WS-GL-TRANS-TYPE
                   ADD CS-AMOUNT TO WS-REFUND-TOTAL
           END-EVALUATE
           CALL "TRXNUM" USING WS-TRX-REF
           MOVE ACCTM-NUM(5:8) TO WS-GL-CUSTOMER-ACCT
           MOVE CS-AMOUNT TO WS-GL-AMOUNT
           IF CS-REFUND
               CALL "GLPOST" USING WS-GL-CARD-SETTLE-ACCT
                   WS-GL-CUSTOMER-ACCT WS-GL-AMOUNT
                   WS-GL-TRANS-TYPE WS-TRX-REF
               SUBTRACT CS-AMOUNT FROM ACCTM-BALANCE
           ELSE
               CALL "GLPOST" USING WS-GL-CUSTOMER-ACCT
                   WS-GL-CARD-SETTLE-ACCT WS-GL-AMOUNT
                   WS-GL-TRANS-TYPE WS-TRX-REF
               ADD CS-AMOUNT TO ACCTM-BALANCE
           END-IF
           MOVE ACCTM-NUM(3:10) TO WS-LDG-ACCOUNT-NUMBER
           MOVE ACCTM-TYPE TO WS-LDG-ACCOUNT-TYPE
           MOVE ACCTM-CURRENCY TO WS-LDG-CURRENCY-CODE
           MOVE CS-AMOUNT TO WS-LEDGER-AMOUNT
           CALL "LOGTRX" USING WS-LEDGER-ACCOUNT-DATA
               WS-LEDGER-AMOUNT WS-GL-TRANS-TYPE WS-TRX-REF
           MOVE WS-TODAY TO ACCTM-LAST-ACTIVITY-DATE
           REWRITE ACCT-MASTER-RECORD
           PERFORM MOVE-CUSTOMER-BALANCE.

       MOVE-CUSTOMER-BALANCE.
           MOVE ACCTM-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   DISPLAY "CCSETL: CUSTOMER NOT FOUND "
                       ACCTM-CUST-ID
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                   IF CS-REFUND
                       ADD CS-AMOUNT TO CUST-BALANCE
                   ELSE
                       SUBTRACT CS-AMOUNT FROM CUST-BALANCE
                   END-IF
                   MOVE WS-TODAY TO CUST-LAST-MAINT-DATE
                   MOVE WS-CJ-PROGRAM TO CUST-LAST-MAINT-USER
                   REWRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO WS-CJ-AFTER-IMAGE
                   CALL "CUSTJRNL" USING WS-CJ-BEFORE-IMAGE
                       WS-CJ-AFTER-IMAGE WS-CJ-PROGRAM WS-TRX-REF
           END-READ.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE CC-SETTLEMENT-RECORD TO CX-ITEM
           MOVE WS-REASON TO CX-REASON
           WRITE EXCEPTION-RECORD.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "CCSETL" TO SS-STEP-NAME
           MOVE WS-POSTED-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
