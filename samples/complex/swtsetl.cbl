       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWTSETL.
      *
      * ATM and debit-card switch settlement posting.  The switch
      * sends SWSETTLE every morning with the previous day's cleared
      * ATM withdrawals and POS purchases on our savings and current
      * accounts, and these used to be keyed onto PAYIN by hand.
      * Each item now debits its cardholder account through
      * PAYMENT-ENTRY -- available balance, restrictions, velocity
      * and audit rules all apply -- and credits the ATM/POS switch
      * settlement house account the switch draws on.  A withdrawal
      * at another bank's ATM goes in as payment type "A" and takes
      * the off-us ATM fee from its FEESCHED row; own-ATM and POS
      * items go in as type "D" and take none.
      *
      * An item that cannot post does not go to suspense.  It goes
      * on the SWDISPUT dispute file in the switch's chargeback
      * layout -- reference, card, terminal, amount and a reason
      * code -- so the switch reverses it with the acquirer and the
      * customer is not left short for cash the machine never paid
      * out.  The run ends RC=4 when anything was disputed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO "SWSETTLE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SETL-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "SWDISPUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       COPY SWTSETL.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

      *
      * Refused items in the switch's chargeback shape: the item's
      * identifying fields back with our reason code.
      *
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05  SD-RRN               PIC X(12).
           05  SD-AUTH-CODE         PIC X(06).
           05  SD-CARD-NUMBER       PIC X(16).
           05  SD-ACQUIRER          PIC X(04).
           05  SD-TERMINAL-ID       PIC X(08).
           05  SD-TRAN-DATE         PIC 9(08).
           05  SD-AMOUNT            PIC 9(09)V99.
           05  SD-CURRENCY          PIC X(03).
           05  SD-REASON-CODE       PIC X(03).
           05  SD-REASON            PIC X(30).

       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-SETL-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-SETL-EOF              PIC X(1) VALUE "N".
           88  END-OF-SETTLEMENT    VALUE "Y".
       01  WS-ITEM-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-POSTED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-DISPUTE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-ATM-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-POS-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-DISPUTE-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-SETTLE-ACCOUNT        PIC X(10) VALUE "  62626262".
       01  WS-DISPUTE-CODE          PIC X(03).
       01  WS-DISPUTE-REASON        PIC X(30).
      *
      * Switch references already seen this run; a re-sent item
      * must not take the customer's money twice.
      *
       01  WS-RRN-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-RRN-TABLE.
           05  WS-RRN-ENTRY         PIC X(12) OCCURS 20000 TIMES.
       01  WS-RRN-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-DUPLICATE-SW          PIC X(1).
           88  DUPLICATE-ITEM       VALUE "Y".
      *
      * ACCTCHK check-digit interface over the 10-character
      * instruction-width account number.
      *
       01  LK-CHK-ACCOUNT          PIC X(10).
       01  LK-CHK-OK               PIC X(01).
       01  LK-PAYMENT-DATA.
           05  LK-ACCOUNT-FROM     PIC X(10).
           05  LK-ACCOUNT-TO       PIC X(10).
           05  LK-AMOUNT           PIC 9(9)V99 COMP-3.
           05  LK-CURRENCY         PIC X(3).
           05  LK-PAYMENT-TYPE     PIC X(1).
           05  LK-PROCESSING-MODE  PIC X(1).
           05  LK-ORIGINAL-TRX-REF PIC X(16).
           05  LK-ORIGINAL-FEE     PIC 9(5)V99 COMP-3.
           05  LK-VALUE-DATE       PIC 9(8).
           05  LK-OPERATOR-ID      PIC X(8).
           05  LK-CHECKER-ID       PIC X(8).
           05  LK-BENEF-BANK       PIC X(4).
       01  LK-RESULT.
           05  LK-STATUS           PIC X(2).
           05  LK-MESSAGE          PIC X(50).
           05  LK-TRX-REF          PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN OUTPUT DISPUTE-FILE
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETL-FILE-STATUS = "00"
               OPEN INPUT ACCT-MASTER-FILE
               PERFORM READ-SETTLEMENT
               PERFORM SETTLE-ONE-ITEM UNTIL END-OF-SETTLEMENT
               CLOSE SETTLEMENT-FILE ACCT-MASTER-FILE
           END-IF
           CLOSE DISPUTE-FILE
           DISPLAY "SWTSETL: ITEMS READ         " WS-ITEM-COUNT
           DISPLAY "SWTSETL: ITEMS POSTED       " WS-POSTED-COUNT
           DISPLAY "SWTSETL: ATM WITHDRAWALS    " WS-ATM-TOTAL
           DISPLAY "SWTSETL: POS PURCHASES      " WS-POS-TOTAL
           DISPLAY "SWTSETL: ITEMS DISPUTED     " WS-DISPUTE-COUNT
           DISPLAY "SWTSETL: AMOUNT DISPUTED    " WS-DISPUTE-TOTAL
           PERFORM WRITE-STEP-STAT
           IF WS-DISPUTE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END MOVE "Y" TO WS-SETL-EOF
           END-READ.

       SETTLE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO WS-DISPUTE-CODE
           MOVE SPACES TO WS-DISPUTE-REASON
           PERFORM CHECK-DUPLICATE-RRN
           MOVE SW-ACCOUNT TO LK-CHK-ACCOUNT
           CALL "ACCTCHK" USING LK-CHK-ACCOUNT LK-CHK-OK
           EVALUATE TRUE
               WHEN DUPLICATE-ITEM
                   MOVE "W09" TO WS-DISPUTE-CODE
                   MOVE "DUPLICATE SWITCH REFERENCE"
                       TO WS-DISPUTE-REASON
               WHEN NOT SW-ATM AND NOT SW-POS
                   MOVE "W05" TO WS-DISPUTE-CODE
                   MOVE "UNKNOWN CHANNEL" TO WS-DISPUTE-REASON
               WHEN SW-AMOUNT NOT NUMERIC OR SW-AMOUNT = 0
                   MOVE "W05" TO WS-DISPUTE-CODE
                   MOVE "INVALID AMOUNT" TO WS-DISPUTE-REASON
               WHEN LK-CHK-OK = "N"
                   MOVE "W01" TO WS-DISPUTE-CODE
                   MOVE "ACCOUNT CHECK DIGIT BAD"
                       TO WS-DISPUTE-REASON
               WHEN OTHER
                   PERFORM READ-CARD-ACCOUNT
           END-EVALUATE
           IF WS-DISPUTE-CODE = SPACES
               PERFORM POST-SWITCH-ITEM
           END-IF
           IF WS-DISPUTE-CODE NOT = SPACES
               PERFORM WRITE-DISPUTE
           END-IF
           PERFORM READ-SETTLEMENT.

       CHECK-DUPLICATE-RRN.
           MOVE "N" TO WS-DUPLICATE-SW
           PERFORM VARYING WS-RRN-SUB FROM 1 BY 1
               UNTIL WS-RRN-SUB > WS-RRN-COUNT
                   OR DUPLICATE-ITEM
               IF WS-RRN-ENTRY(WS-RRN-SUB) = SW-RRN
                   MOVE "Y" TO WS-DUPLICATE-SW
               END-IF
           END-PERFORM
           IF NOT DUPLICATE-ITEM
               IF WS-RRN-COUNT = 20000
                   DISPLAY "SWTSETL: RRN TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RRN-COUNT
               MOVE SW-RRN TO WS-RRN-ENTRY(WS-RRN-COUNT)
           END-IF.

      *
      * Debit cards are issued on savings and current accounts
      * only, and the item must be in the account's own currency.
      *
       READ-CARD-ACCOUNT.
           MOVE SPACES TO ACCTM-NUM
           MOVE SW-ACCOUNT TO ACCTM-NUM(3:10)
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "W02" TO WS-DISPUTE-CODE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-DISPUTE-REASON
               NOT INVALID KEY
                   PERFORM EDIT-CARD-ACCOUNT
           END-READ.

       EDIT-CARD-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCTM-TYPE NOT = "SA" AND ACCTM-TYPE NOT = "CA"
                   MOVE "W03" TO WS-DISPUTE-CODE
                   MOVE "NOT A DEBIT CARD ACCOUNT"
                       TO WS-DISPUTE-REASON
               WHEN ACCTM-STATUS NOT = "A"
                   MOVE "W04" TO WS-DISPUTE-CODE
                   MOVE "ACCOUNT NOT ACTIVE" TO WS-DISPUTE-REASON
               WHEN SW-CURRENCY NOT = ACCTM-CURRENCY
                   MOVE "W06" TO WS-DISPUTE-CODE
                   MOVE "CURRENCY NOT ACCOUNT CURRENCY"
                       TO WS-DISPUTE-REASON
           END-EVALUATE.

      *
      * PAYMENT-ENTRY owns the available-balance test; a refusal
      * for funds is its own chargeback code so the switch can tell
      * an insufficient-funds return from any other.
      *
       POST-SWITCH-ITEM.
           MOVE SW-ACCOUNT TO LK-ACCOUNT-FROM
           MOVE WS-SETTLE-ACCOUNT TO LK-ACCOUNT-TO
           MOVE SW-AMOUNT TO LK-AMOUNT
           MOVE SW-CURRENCY TO LK-CURRENCY
           IF SW-ATM AND SW-OFF-US
               MOVE "A" TO LK-PAYMENT-TYPE
           ELSE
               MOVE "D" TO LK-PAYMENT-TYPE
           END-IF
           MOVE "S" TO LK-PROCESSING-MODE
           MOVE SPACES TO LK-ORIGINAL-TRX-REF
           MOVE 0 TO LK-ORIGINAL-FEE
           MOVE 0 TO LK-VALUE-DATE
           MOVE "SWTSETL" TO LK-OPERATOR-ID
           MOVE SPACES TO LK-CHECKER-ID
           MOVE SPACES TO LK-BENEF-BANK
           CALL "PAYMENT-ENTRY" USING LK-PAYMENT-DATA LK-RESULT
           EVALUATE TRUE
               WHEN LK-STATUS = "00"
                   ADD 1 TO WS-POSTED-COUNT
                   IF SW-ATM
                       ADD SW-AMOUNT TO WS-ATM-TOTAL
                   ELSE
                       ADD SW-AMOUNT TO WS-POS-TOTAL
                   END-IF
               WHEN LK-STATUS = "51"
                   MOVE "W07" TO WS-DISPUTE-CODE
                   MOVE "INSUFFICIENT FUNDS" TO WS-DISPUTE-REASON
               WHEN OTHER
                   MOVE "W08" TO WS-DISPUTE-CODE
                   MOVE LK-MESSAGE TO WS-DISPUTE-REASON
           END-EVALUATE.

       WRITE-DISPUTE.
           ADD 1 TO WS-DISPUTE-COUNT
           IF SW-AMOUNT NUMERIC
               ADD SW-AMOUNT TO WS-DISPUTE-TOTAL
           END-IF
           MOVE SPACES TO DISPUTE-RECORD
           MOVE SW-RRN TO SD-RRN
           MOVE SW-AUTH-CODE TO SD-AUTH-CODE
           MOVE SW-CARD-NUMBER TO SD-CARD-NUMBER
           MOVE SW-ACQUIRER TO SD-ACQUIRER
           MOVE SW-TERMINAL-ID TO SD-TERMINAL-ID
           MOVE SW-TRAN-DATE TO SD-TRAN-DATE
           MOVE SW-AMOUNT TO SD-AMOUNT
           MOVE SW-CURRENCY TO SD-CURRENCY
           MOVE WS-DISPUTE-CODE TO SD-REASON-CODE
           MOVE WS-DISPUTE-REASON TO SD-REASON
           WRITE DISPUTE-RECORD.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "SWTSETL" TO SS-STEP-NAME
           MOVE WS-POSTED-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
