       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNREMT.
      *
      * Attachment-order remittance.  Runs after GARNAPPL's HOLDS.NEW
      * has been handed over, so the holds on an order that reached
      * its remittance date are already released and the funds are
      * free to move.  Each attachment line GARNAPPL marked due is
      * paid from the attached account to the issuing authority's
      * account through PAYMENT-ENTRY, in the account's currency,
      * and marked paid with the payment's reference.  A payment
      * PAYMENT-ENTRY refuses leaves its line due for the next run.
      *
      * An order whose due lines are all paid is remitted once the
      * remitted amount reaches the ordered amount; a short order
      * goes back to waiting, and GARNAPPL attaches new credits to
      * it and releases them for remittance as they arrive.
      *
      * The remittance letter on GARNRLTR tells the authority what
      * was paid over, account by account.  GARNHOLD and GARNORD are
      * rewritten to their .NEW files; every payment lands on the
      * GARNRRPT report.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT ORDER-OUT-FILE ASSIGN TO "GARNORD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ATTACH-LINE-FILE ASSIGN TO "GARNHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-FILE-STATUS.
           SELECT ATTACH-LINE-OUT-FILE ASSIGN TO "GARNHOLD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "GARNRLTR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REMIT-RPT-FILE ASSIGN TO "GARNRRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       COPY GARNORD.

       FD  ORDER-OUT-FILE.
       01  ORDER-OUT-RECORD.
           05  GOO-ORDER-NUM        PIC X(12).
           05  GOO-AUTHORITY-NAME   PIC X(30).
           05  GOO-AUTHORITY-TYPE   PIC X(01).
           05  GOO-AUTHORITY-ACCT   PIC X(10).
           05  GOO-CUST-ID          PIC 9(08).
           05  GOO-AMOUNT           PIC 9(09)V99.
           05  GOO-CURRENCY         PIC X(03).
           05  GOO-EFFECTIVE-DATE   PIC 9(08).
           05  GOO-REMIT-DATE       PIC 9(08).
           05  GOO-ATTACHED-AMOUNT  PIC 9(09)V99.
           05  GOO-REMITTED-AMOUNT  PIC 9(09)V99.
           05  GOO-STATUS           PIC X(01).
           05  GOO-REGISTERED-BY    PIC X(08).
           05  GOO-REGISTERED-DATE  PIC 9(08).
           05  GOO-LETTER-DATE      PIC 9(08).

       FD  ATTACH-LINE-FILE.
       COPY GARNHOLD.

       FD  ATTACH-LINE-OUT-FILE.
       01  ATTACH-LINE-OUT-RECORD.
           05  GHO-ORDER-NUM        PIC X(12).
           05  GHO-HOLD-ID          PIC 9(06).
           05  GHO-ACCOUNT          PIC X(10).
           05  GHO-ACCT-CURRENCY    PIC X(03).
           05  GHO-HELD-AMOUNT      PIC 9(09)V99.
           05  GHO-ORDER-AMOUNT     PIC 9(09)V99.
           05  GHO-PLACED-DATE      PIC 9(08).
           05  GHO-STATUS           PIC X(01).
           05  GHO-TRX-REF          PIC X(16).

      *
      * The remittance letter: a header naming the order and the
      * authority, one detail per payment, and a total of what has
      * been remitted against the order so far.
      *
       FD  LETTER-FILE.
       01  LETTER-RECORD.
           05  GL-REC-TYPE          PIC X(01).
               88  GL-HEADER-REC    VALUE "H".
               88  GL-DETAIL-REC    VALUE "D".
               88  GL-TOTAL-REC     VALUE "T".
           05  GL-HEADER-DATA.
               10  GL-ORDER-NUM     PIC X(12).
               10  GL-AUTHORITY-NAME PIC X(30).
               10  GL-CUST-ID       PIC 9(08).
               10  GL-ORDER-AMOUNT  PIC 9(09)V99.
               10  GL-CURRENCY      PIC X(03).
               10  GL-LETTER-DATE   PIC 9(08).
           05  GL-DETAIL-DATA REDEFINES GL-HEADER-DATA.
               10  GL-ACCOUNT       PIC X(10).
               10  FILLER           PIC X(02).
               10  GL-ACCT-CURRENCY PIC X(03).
               10  FILLER           PIC X(02).
               10  GL-PAID-AMOUNT   PIC 9(09)V99.
               10  FILLER           PIC X(02).
               10  GL-EQUIV-AMOUNT  PIC 9(09)V99.
               10  FILLER           PIC X(02).
               10  GL-TRX-REF       PIC X(16).
               10  FILLER           PIC X(13).
           05  GL-TOTAL-DATA REDEFINES GL-HEADER-DATA.
               10  GL-TOTAL-REMITTED PIC 9(09)V99.
               10  FILLER           PIC X(02).
               10  GL-OUTSTANDING   PIC 9(09)V99.
               10  FILLER           PIC X(02).
               10  GL-TOTAL-NOTE    PIC X(40).
               10  FILLER           PIC X(06).

       FD  REMIT-RPT-FILE.
       01  REMIT-RPT-RECORD.
           05  GR-ORDER-NUM         PIC X(12).
           05  FILLER               PIC X(02).
           05  GR-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  GR-AMOUNT            PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  GR-TRX-REF           PIC X(16).
           05  FILLER               PIC X(02).
           05  GR-OUTCOME           PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-ORD-FILE-STATUS       PIC X(2).
       01  WS-LIN-FILE-STATUS       PIC X(2).
       01  WS-ORD-EOF               PIC X(1) VALUE "N".
           88  END-OF-ORDERS        VALUE "Y".
       01  WS-LIN-EOF               PIC X(1) VALUE "N".
           88  END-OF-LINES         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-REMIT-OPERATOR        PIC X(08) VALUE "GARNREMT".
       01  WS-PAID-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-REMITTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REOPENED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-LETTER-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-ORD-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY OCCURS 500 TIMES.
               10  WS-ORD-NUM       PIC X(12).
               10  WS-ORD-AUTH-NAME PIC X(30).
               10  WS-ORD-AUTH-TYPE PIC X(01).
               10  WS-ORD-AUTH-ACCT PIC X(10).
               10  WS-ORD-CUST-ID   PIC 9(08).
               10  WS-ORD-AMOUNT    PIC 9(09)V99.
               10  WS-ORD-CURRENCY  PIC X(03).
               10  WS-ORD-EFFECTIVE PIC 9(08).
               10  WS-ORD-REMIT     PIC 9(08).
               10  WS-ORD-ATTACHED  PIC 9(09)V99.
               10  WS-ORD-REMITTED  PIC 9(09)V99.
               10  WS-ORD-STATUS    PIC X(01).
               10  WS-ORD-REG-BY    PIC X(08).
               10  WS-ORD-REG-DATE  PIC 9(08).
               10  WS-ORD-LETTER-DATE PIC 9(08).
               10  WS-ORD-PAID-SW   PIC X(01).
               10  WS-ORD-DUE-LEFT  PIC 9(4) COMP.
       01  WS-ORD-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ORD-KEY               PIC X(12).
       01  WS-ORD-FOUND-SW          PIC X(1).
           88  ORDER-FOUND          VALUE "Y".
       01  WS-LIN-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-LIN-TABLE.
           05  WS-LIN-ENTRY OCCURS 5000 TIMES.
               10  WS-LIN-ORDER-NUM PIC X(12).
               10  WS-LIN-HOLD-ID   PIC 9(06).
               10  WS-LIN-ACCOUNT   PIC X(10).
               10  WS-LIN-CURRENCY  PIC X(03).
               10  WS-LIN-HELD      PIC 9(09)V99.
               10  WS-LIN-EQUIV     PIC 9(09)V99.
               10  WS-LIN-PLACED    PIC 9(08).
               10  WS-LIN-STATUS    PIC X(01).
               10  WS-LIN-TRX-REF   PIC X(16).
               10  WS-LIN-ORD-SUB   PIC 9(4) COMP.
               10  WS-LIN-PAID-SW   PIC X(01).
       01  WS-LIN-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-OUTSTANDING           PIC 9(09)V99.

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
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT ORDER-FILE
           IF WS-ORD-FILE-STATUS NOT = "00"
               DISPLAY "GARNREMT: NO ATTACHMENT ORDERS, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ORDER
           PERFORM STORE-ORDER-ENTRY UNTIL END-OF-ORDERS
           CLOSE ORDER-FILE
           PERFORM LOAD-LINE-TABLE
           OPEN OUTPUT REMIT-RPT-FILE
           PERFORM PAY-ONE-LINE
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
           PERFORM SETTLE-ONE-ORDER
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
           CLOSE REMIT-RPT-FILE
           PERFORM WRITE-REMITTANCE-LETTERS
           PERFORM WRITE-ATTACH-LINES
           PERFORM WRITE-ORDERS
           DISPLAY "GARNREMT: PAYMENTS MADE      " WS-PAID-COUNT
           DISPLAY "GARNREMT: PAYMENTS REFUSED   " WS-FAILED-COUNT
           DISPLAY "GARNREMT: ORDERS REMITTED    " WS-REMITTED-COUNT
           DISPLAY "GARNREMT: ORDERS REOPENED    " WS-REOPENED-COUNT
           DISPLAY "GARNREMT: LETTERS WRITTEN    " WS-LETTER-COUNT
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-ORDER.
           READ ORDER-FILE
               AT END MOVE "Y" TO WS-ORD-EOF
           END-READ.

       STORE-ORDER-ENTRY.
           IF WS-ORD-COUNT = 500
               DISPLAY "GARNREMT: ORDER TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ORD-COUNT
           MOVE GO-ORDER-NUM TO WS-ORD-NUM(WS-ORD-COUNT)
           MOVE GO-AUTHORITY-NAME TO WS-ORD-AUTH-NAME(WS-ORD-COUNT)
           MOVE GO-AUTHORITY-TYPE TO WS-ORD-AUTH-TYPE(WS-ORD-COUNT)
           MOVE GO-AUTHORITY-ACCT TO WS-ORD-AUTH-ACCT(WS-ORD-COUNT)
           MOVE GO-CUST-ID TO WS-ORD-CUST-ID(WS-ORD-COUNT)
           MOVE GO-AMOUNT TO WS-ORD-AMOUNT(WS-ORD-COUNT)
           MOVE GO-CURRENCY TO WS-ORD-CURRENCY(WS-ORD-COUNT)
           MOVE GO-EFFECTIVE-DATE TO WS-ORD-EFFECTIVE(WS-ORD-COUNT)
           MOVE GO-REMIT-DATE TO WS-ORD-REMIT(WS-ORD-COUNT)
           MOVE GO-ATTACHED-AMOUNT TO WS-ORD-ATTACHED(WS-ORD-COUNT)
           MOVE GO-REMITTED-AMOUNT TO WS-ORD-REMITTED(WS-ORD-COUNT)
           MOVE GO-STATUS TO WS-ORD-STATUS(WS-ORD-COUNT)
           MOVE GO-REGISTERED-BY TO WS-ORD-REG-BY(WS-ORD-COUNT)
           MOVE GO-REGISTERED-DATE TO WS-ORD-REG-DATE(WS-ORD-COUNT)
           MOVE GO-LETTER-DATE TO WS-ORD-LETTER-DATE(WS-ORD-COUNT)
           MOVE "N" TO WS-ORD-PAID-SW(WS-ORD-COUNT)
           MOVE 0 TO WS-ORD-DUE-LEFT(WS-ORD-COUNT)
           PERFORM READ-ORDER.

       LOAD-LINE-TABLE.
           OPEN INPUT ATTACH-LINE-FILE
           IF WS-LIN-FILE-STATUS = "00"
               PERFORM READ-LINE
               PERFORM STORE-LINE-ENTRY UNTIL END-OF-LINES
               CLOSE ATTACH-LINE-FILE
           END-IF.

       READ-LINE.
           READ ATTACH-LINE-FILE
               AT END MOVE "Y" TO WS-LIN-EOF
           END-READ.

       STORE-LINE-ENTRY.
           IF WS-LIN-COUNT = 5000
               DISPLAY "GARNREMT: LINE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LIN-COUNT
           MOVE GH-ORDER-NUM TO WS-LIN-ORDER-NUM(WS-LIN-COUNT)
           MOVE GH-HOLD-ID TO WS-LIN-HOLD-ID(WS-LIN-COUNT)
           MOVE GH-ACCOUNT TO WS-LIN-ACCOUNT(WS-LIN-COUNT)
           MOVE GH-ACCT-CURRENCY TO WS-LIN-CURRENCY(WS-LIN-COUNT)
           MOVE GH-HELD-AMOUNT TO WS-LIN-HELD(WS-LIN-COUNT)
           MOVE GH-ORDER-AMOUNT TO WS-LIN-EQUIV(WS-LIN-COUNT)
           MOVE GH-PLACED-DATE TO WS-LIN-PLACED(WS-LIN-COUNT)
           MOVE GH-STATUS TO WS-LIN-STATUS(WS-LIN-COUNT)
           MOVE GH-TRX-REF TO WS-LIN-TRX-REF(WS-LIN-COUNT)
           MOVE "N" TO WS-LIN-PAID-SW(WS-LIN-COUNT)
           MOVE GH-ORDER-NUM TO WS-ORD-KEY
           PERFORM FIND-ORDER
           IF ORDER-FOUND
               MOVE WS-ORD-SUB TO WS-LIN-ORD-SUB(WS-LIN-COUNT)
           ELSE
               MOVE 0 TO WS-LIN-ORD-SUB(WS-LIN-COUNT)
           END-IF
           PERFORM READ-LINE.

       FIND-ORDER.
           MOVE "N" TO WS-ORD-FOUND-SW
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
                   OR ORDER-FOUND
               IF WS-ORD-NUM(WS-ORD-SUB) = WS-ORD-KEY
                   MOVE "Y" TO WS-ORD-FOUND-SW
               END-IF
           END-PERFORM
           IF ORDER-FOUND
               SUBTRACT 1 FROM WS-ORD-SUB
           END-IF.

      *
      * Only a due line of a due order is paid; the transfer goes
      * from the attached account to the authority in the account's
      * currency, the way ACCTCLOS pays out a closing balance.
      *
       PAY-ONE-LINE.
           IF WS-LIN-STATUS(WS-LIN-SUB) = "D"
               AND WS-LIN-ORD-SUB(WS-LIN-SUB) > 0
               MOVE WS-LIN-ORD-SUB(WS-LIN-SUB) TO WS-ORD-SUB
               IF WS-ORD-STATUS(WS-ORD-SUB) = "D"
                   PERFORM REMIT-LINE
               END-IF
           END-IF.

       REMIT-LINE.
           MOVE WS-LIN-ACCOUNT(WS-LIN-SUB) TO LK-ACCOUNT-FROM
           MOVE WS-ORD-AUTH-ACCT(WS-ORD-SUB) TO LK-ACCOUNT-TO
           MOVE WS-LIN-HELD(WS-LIN-SUB) TO LK-AMOUNT
           MOVE WS-LIN-CURRENCY(WS-LIN-SUB) TO LK-CURRENCY
           MOVE "T" TO LK-PAYMENT-TYPE
           MOVE "S" TO LK-PROCESSING-MODE
           MOVE SPACES TO LK-ORIGINAL-TRX-REF
           MOVE 0 TO LK-ORIGINAL-FEE
           MOVE 0 TO LK-VALUE-DATE
           MOVE WS-REMIT-OPERATOR TO LK-OPERATOR-ID
           MOVE SPACES TO LK-CHECKER-ID
           MOVE SPACES TO LK-BENEF-BANK
           CALL "PAYMENT-ENTRY" USING LK-PAYMENT-DATA LK-RESULT
           MOVE SPACES TO REMIT-RPT-RECORD
           MOVE WS-ORD-NUM(WS-ORD-SUB) TO GR-ORDER-NUM
           MOVE WS-LIN-ACCOUNT(WS-LIN-SUB) TO GR-ACCOUNT
           MOVE WS-LIN-HELD(WS-LIN-SUB) TO GR-AMOUNT
           IF LK-STATUS = "00"
               ADD 1 TO WS-PAID-COUNT
               MOVE "P" TO WS-LIN-STATUS(WS-LIN-SUB)
               MOVE LK-TRX-REF TO WS-LIN-TRX-REF(WS-LIN-SUB)
               MOVE "Y" TO WS-LIN-PAID-SW(WS-LIN-SUB)
               MOVE "Y" TO WS-ORD-PAID-SW(WS-ORD-SUB)
               ADD WS-LIN-EQUIV(WS-LIN-SUB)
                   TO WS-ORD-REMITTED(WS-ORD-SUB)
               MOVE LK-TRX-REF TO GR-TRX-REF
               MOVE "REMITTED TO AUTHORITY" TO GR-OUTCOME
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               ADD 1 TO WS-ORD-DUE-LEFT(WS-ORD-SUB)
               MOVE LK-MESSAGE TO GR-OUTCOME
           END-IF
           WRITE REMIT-RPT-RECORD.

      *
      * A due order with nothing left to pay is remitted if the
      * full amount has gone over, otherwise it waits for credits.
      * Any attached amount not paid over stays with the order.
      *
       SETTLE-ONE-ORDER.
           IF WS-ORD-STATUS(WS-ORD-SUB) = "D"
               AND WS-ORD-DUE-LEFT(WS-ORD-SUB) = 0
               IF WS-ORD-REMITTED(WS-ORD-SUB)
                   NOT < WS-ORD-AMOUNT(WS-ORD-SUB)
                   ADD 1 TO WS-REMITTED-COUNT
                   MOVE "R" TO WS-ORD-STATUS(WS-ORD-SUB)
               ELSE
                   ADD 1 TO WS-REOPENED-COUNT
                   MOVE "W" TO WS-ORD-STATUS(WS-ORD-SUB)
                   MOVE WS-ORD-REMITTED(WS-ORD-SUB)
                       TO WS-ORD-ATTACHED(WS-ORD-SUB)
               END-IF
           END-IF.

       WRITE-REMITTANCE-LETTERS.
           OPEN OUTPUT LETTER-FILE
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF WS-ORD-PAID-SW(WS-ORD-SUB) = "Y"
                   PERFORM WRITE-ONE-LETTER
               END-IF
           END-PERFORM
           CLOSE LETTER-FILE.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO LETTER-RECORD
           MOVE "H" TO GL-REC-TYPE
           MOVE WS-ORD-NUM(WS-ORD-SUB) TO GL-ORDER-NUM
           MOVE WS-ORD-AUTH-NAME(WS-ORD-SUB) TO GL-AUTHORITY-NAME
           MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO GL-CUST-ID
           MOVE WS-ORD-AMOUNT(WS-ORD-SUB) TO GL-ORDER-AMOUNT
           MOVE WS-ORD-CURRENCY(WS-ORD-SUB) TO GL-CURRENCY
           MOVE WS-TODAY TO GL-LETTER-DATE
           WRITE LETTER-RECORD
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
               IF WS-LIN-ORD-SUB(WS-LIN-SUB) = WS-ORD-SUB
                   AND WS-LIN-PAID-SW(WS-LIN-SUB) = "Y"
                   PERFORM WRITE-LETTER-DETAIL
               END-IF
           END-PERFORM
           IF WS-ORD-REMITTED(WS-ORD-SUB) < WS-ORD-AMOUNT(WS-ORD-SUB)
               COMPUTE WS-OUTSTANDING = WS-ORD-AMOUNT(WS-ORD-SUB)
                   - WS-ORD-REMITTED(WS-ORD-SUB)
           ELSE
               MOVE 0 TO WS-OUTSTANDING
           END-IF
           MOVE SPACES TO LETTER-RECORD
           MOVE "T" TO GL-REC-TYPE
           MOVE WS-ORD-REMITTED(WS-ORD-SUB) TO GL-TOTAL-REMITTED
           MOVE WS-OUTSTANDING TO GL-OUTSTANDING
           EVALUATE TRUE
               WHEN WS-ORD-STATUS(WS-ORD-SUB) = "R"
                   MOVE "ORDER SATISFIED IN FULL"
                       TO GL-TOTAL-NOTE
               WHEN WS-ORD-STATUS(WS-ORD-SUB) = "D"
                   MOVE "FURTHER PAYMENT TO FOLLOW"
                       TO GL-TOTAL-NOTE
               WHEN OTHER
                   MOVE "PART REMITTED - CREDITS WILL ATTACH"
                       TO GL-TOTAL-NOTE
           END-EVALUATE
           WRITE LETTER-RECORD.

       WRITE-LETTER-DETAIL.
           MOVE SPACES TO LETTER-RECORD
           MOVE "D" TO GL-REC-TYPE
           MOVE WS-LIN-ACCOUNT(WS-LIN-SUB) TO GL-ACCOUNT
           MOVE WS-LIN-CURRENCY(WS-LIN-SUB) TO GL-ACCT-CURRENCY
           MOVE WS-LIN-HELD(WS-LIN-SUB) TO GL-PAID-AMOUNT
           MOVE WS-LIN-EQUIV(WS-LIN-SUB) TO GL-EQUIV-AMOUNT
           MOVE WS-LIN-TRX-REF(WS-LIN-SUB) TO GL-TRX-REF
           WRITE LETTER-RECORD.

       WRITE-ATTACH-LINES.
           OPEN OUTPUT ATTACH-LINE-OUT-FILE
           PERFORM WRITE-ONE-LINE
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
           CLOSE ATTACH-LINE-OUT-FILE.

       WRITE-ONE-LINE.
           MOVE WS-LIN-ORDER-NUM(WS-LIN-SUB) TO GHO-ORDER-NUM
           MOVE WS-LIN-HOLD-ID(WS-LIN-SUB) TO GHO-HOLD-ID
           MOVE WS-LIN-ACCOUNT(WS-LIN-SUB) TO GHO-ACCOUNT
           MOVE WS-LIN-CURRENCY(WS-LIN-SUB) TO GHO-ACCT-CURRENCY
           MOVE WS-LIN-HELD(WS-LIN-SUB) TO GHO-HELD-AMOUNT
           MOVE WS-LIN-EQUIV(WS-LIN-SUB) TO GHO-ORDER-AMOUNT
           MOVE WS-LIN-PLACED(WS-LIN-SUB) TO GHO-PLACED-DATE
           MOVE WS-LIN-STATUS(WS-LIN-SUB) TO GHO-STATUS
           MOVE WS-LIN-TRX-REF(WS-LIN-SUB) TO GHO-TRX-REF
           WRITE ATTACH-LINE-OUT-RECORD.

       WRITE-ORDERS.
           OPEN OUTPUT ORDER-OUT-FILE
           PERFORM WRITE-ONE-ORDER
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
           CLOSE ORDER-OUT-FILE.

       WRITE-ONE-ORDER.
           MOVE WS-ORD-NUM(WS-ORD-SUB) TO GOO-ORDER-NUM
           MOVE WS-ORD-AUTH-NAME(WS-ORD-SUB) TO GOO-AUTHORITY-NAME
           MOVE WS-ORD-AUTH-TYPE(WS-ORD-SUB) TO GOO-AUTHORITY-TYPE
           MOVE WS-ORD-AUTH-ACCT(WS-ORD-SUB) TO GOO-AUTHORITY-ACCT
           MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO GOO-CUST-ID
           MOVE WS-ORD-AMOUNT(WS-ORD-SUB) TO GOO-AMOUNT
           MOVE WS-ORD-CURRENCY(WS-ORD-SUB) TO GOO-CURRENCY
           MOVE WS-ORD-EFFECTIVE(WS-ORD-SUB) TO GOO-EFFECTIVE-DATE
           MOVE WS-ORD-REMIT(WS-ORD-SUB) TO GOO-REMIT-DATE
           MOVE WS-ORD-ATTACHED(WS-ORD-SUB) TO GOO-ATTACHED-AMOUNT
           MOVE WS-ORD-REMITTED(WS-ORD-SUB) TO GOO-REMITTED-AMOUNT
           MOVE WS-ORD-STATUS(WS-ORD-SUB) TO GOO-STATUS
           MOVE WS-ORD-REG-BY(WS-ORD-SUB) TO GOO-REGISTERED-BY
           MOVE WS-ORD-REG-DATE(WS-ORD-SUB) TO GOO-REGISTERED-DATE
           MOVE WS-ORD-LETTER-DATE(WS-ORD-SUB) TO GOO-LETTER-DATE
           WRITE ORDER-OUT-RECORD.
