       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMNT.
      *
      * Maintenance for the attachment-order register, the HOLDMNT
      * pattern.  Ops keys GARNTRAN from the court order or tax-
      * office notice -- "A" to register an order (order number,
      * issuing authority and its payee account, customer, amount,
      * currency, effective and remittance dates), "X" to record
      * that the authority has lifted it -- and this program applies
      * the file against GARNORD in one pass, writing GARNORD.NEW
      * (the usual handover) and every action's outcome on GARNMRPT.
      * The holds themselves are GARNAPPL's work: a new order waits
      * for its next run, and a lifted order's holds come off there.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARN-TRAN-FILE ASSIGN TO "GARNTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT ORDER-OUT-FILE ASSIGN TO "GARNORD.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT MAINT-RPT-FILE ASSIGN TO "GARNMRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GARN-TRAN-FILE.
       01  GARN-TRAN-RECORD.
           05  GT-ACTION            PIC X(01).
               88  GT-REGISTER      VALUE "A".
               88  GT-LIFT          VALUE "X".
           05  GT-ORDER-NUM         PIC X(12).
           05  GT-AUTHORITY-NAME    PIC X(30).
           05  GT-AUTHORITY-TYPE    PIC X(01).
           05  GT-AUTHORITY-ACCT    PIC X(10).
           05  GT-CUST-ID           PIC 9(08).
           05  GT-AMOUNT            PIC 9(09)V99.
           05  GT-CURRENCY          PIC X(03).
           05  GT-EFFECTIVE-DATE    PIC 9(08).
           05  GT-REMIT-DATE        PIC 9(08).
           05  GT-OPERATOR-ID       PIC X(08).

       FD  ORDER-FILE.
       COPY GARNORD.

       FD  ORDER-OUT-FILE.
       01  ORDER-OUT-RECORD         PIC X(138).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD.
           05  GM-ACTION            PIC X(01).
           05  FILLER               PIC X(02).
           05  GM-ORDER-NUM         PIC X(12).
           05  FILLER               PIC X(02).
           05  GM-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  GM-OPERATOR-ID       PIC X(08).
           05  FILLER               PIC X(02).
           05  GM-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS      PIC X(2).
       01  WS-ORD-FILE-STATUS       PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-TRAN-EOF              PIC X(1) VALUE "N".
           88  END-OF-TRANS         VALUE "Y".
       01  WS-ORD-EOF               PIC X(1) VALUE "N".
           88  END-OF-ORDERS        VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TRAN-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(7) COMP VALUE 0.
      *
      * Actions load once and are matched against the register in
      * one pass; a registration whose order number is already on
      * file is marked a duplicate as the register goes by.
      *
       01  WS-TRAN-TABLE.
           05  WS-TRN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TRN-IDX.
               10  WS-TRN-ACTION    PIC X(01).
               10  WS-TRN-ORDER-NUM PIC X(12).
               10  WS-TRN-AUTH-NAME PIC X(30).
               10  WS-TRN-AUTH-TYPE PIC X(01).
               10  WS-TRN-AUTH-ACCT PIC X(10).
               10  WS-TRN-CUST-ID   PIC 9(08).
               10  WS-TRN-AMOUNT    PIC 9(09)V99.
               10  WS-TRN-CURRENCY  PIC X(03).
               10  WS-TRN-EFFECTIVE PIC 9(08).
               10  WS-TRN-REMIT     PIC 9(08).
               10  WS-TRN-OPERATOR-ID PIC X(08).
               10  WS-TRN-VALID-SW  PIC X(01).
               10  WS-TRN-USED-SW   PIC X(01).
               10  WS-TRN-DUP-SW    PIC X(01).
               10  WS-TRN-REASON    PIC X(40).
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
           OPEN INPUT GARN-TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "GARNMNT: NO ORDER ACTIONS, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM LOAD-TRAN-TABLE
           CLOSE GARN-TRAN-FILE CUSTOMER-MASTER-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           OPEN OUTPUT ORDER-OUT-FILE
           OPEN INPUT ORDER-FILE
           IF WS-ORD-FILE-STATUS = "00"
               PERFORM READ-ORDER
               PERFORM CARRY-OR-LIFT UNTIL END-OF-ORDERS
               CLOSE ORDER-FILE
           END-IF
           PERFORM APPEND-NEW-ORDERS
           PERFORM REPORT-UNAPPLIED-TRANS
           CLOSE ORDER-OUT-FILE MAINT-RPT-FILE
           DISPLAY "GARNMNT: ACTIONS READ       " WS-TRAN-COUNT
           DISPLAY "GARNMNT: ACTIONS APPLIED    " WS-APPLIED-COUNT
           DISPLAY "GARNMNT: ACTIONS REJECTED   " WS-REJECT-COUNT
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
           READ GARN-TRAN-FILE
               AT END MOVE "Y" TO WS-TRAN-EOF
           END-READ.

       STORE-TRAN-ENTRY.
           IF WS-TRAN-COUNT = 200
               DISPLAY "GARNMNT: TRAN TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           SET WS-TRN-IDX TO WS-TRAN-COUNT
           MOVE GT-ACTION TO WS-TRN-ACTION(WS-TRN-IDX)
           MOVE GT-ORDER-NUM TO WS-TRN-ORDER-NUM(WS-TRN-IDX)
           MOVE GT-AUTHORITY-NAME TO WS-TRN-AUTH-NAME(WS-TRN-IDX)
           MOVE GT-AUTHORITY-TYPE TO WS-TRN-AUTH-TYPE(WS-TRN-IDX)
           MOVE GT-AUTHORITY-ACCT TO WS-TRN-AUTH-ACCT(WS-TRN-IDX)
           MOVE GT-CUST-ID TO WS-TRN-CUST-ID(WS-TRN-IDX)
           MOVE GT-AMOUNT TO WS-TRN-AMOUNT(WS-TRN-IDX)
           MOVE GT-CURRENCY TO WS-TRN-CURRENCY(WS-TRN-IDX)
           MOVE GT-EFFECTIVE-DATE TO WS-TRN-EFFECTIVE(WS-TRN-IDX)
           MOVE GT-REMIT-DATE TO WS-TRN-REMIT(WS-TRN-IDX)
           MOVE GT-OPERATOR-ID TO WS-TRN-OPERATOR-ID(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-USED-SW(WS-TRN-IDX)
           MOVE "N" TO WS-TRN-DUP-SW(WS-TRN-IDX)
           PERFORM EDIT-TRAN-FIELDS
           PERFORM READ-TRAN.

      *
      * A registration needs a known customer, a court or tax
      * authority with a payee account, an amount and currency, and
      * a remittance date no earlier than the effective date.
      *
       EDIT-TRAN-FIELDS.
           MOVE "Y" TO WS-TRN-VALID-SW(WS-TRN-IDX)
           MOVE SPACES TO WS-TRN-REASON(WS-TRN-IDX)
           MOVE GT-OPERATOR-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID
               LK-REQUIRED-ROLE LK-SIGNON-RESULT
           EVALUATE TRUE
               WHEN LK-SIGNON-OK = "N"
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE LK-SIGNON-REASON TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN GT-ORDER-NUM = SPACES
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - ORDER NUMBER MISSING"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN GT-REGISTER
                   PERFORM EDIT-REGISTRATION
               WHEN GT-LIFT
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - ACTION NOT A OR X"
                       TO WS-TRN-REASON(WS-TRN-IDX)
           END-EVALUATE.

       EDIT-REGISTRATION.
           EVALUATE TRUE
               WHEN GT-AUTHORITY-NAME = SPACES
                   OR GT-AUTHORITY-ACCT = SPACES
                   OR (GT-AUTHORITY-TYPE NOT = "C"
                       AND GT-AUTHORITY-TYPE NOT = "T")
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - AUTHORITY DETAILS INVALID"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN GT-AMOUNT NOT NUMERIC OR GT-AMOUNT = 0
                   OR GT-CURRENCY = SPACES
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - AMOUNT OR CURRENCY INVALID"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN GT-EFFECTIVE-DATE NOT NUMERIC
                   OR GT-REMIT-DATE NOT NUMERIC
                   OR GT-EFFECTIVE-DATE = 0
                   OR GT-REMIT-DATE < GT-EFFECTIVE-DATE
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - ORDER DATES INVALID"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN GT-CUST-ID NOT NUMERIC OR GT-CUST-ID = 0
                   MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                   MOVE "REJECTED - CUSTOMER ID INVALID"
                       TO WS-TRN-REASON(WS-TRN-IDX)
               WHEN OTHER
                   MOVE GT-CUST-ID TO CUST-ID
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO WS-TRN-VALID-SW(WS-TRN-IDX)
                           MOVE "REJECTED - CUSTOMER NOT ON CUSTMAST"
                               TO WS-TRN-REASON(WS-TRN-IDX)
                   END-READ
           END-EVALUATE.

       READ-ORDER.
           READ ORDER-FILE
               AT END MOVE "Y" TO WS-ORD-EOF
           END-READ.

       CARRY-OR-LIFT.
           PERFORM MARK-DUPLICATE-REGISTRATIONS
           PERFORM FIND-LIFT-FOR-ORDER
           IF MATCH-FOUND
               PERFORM APPLY-LIFT
           END-IF
           MOVE ATTACHMENT-ORDER-RECORD TO ORDER-OUT-RECORD
           WRITE ORDER-OUT-RECORD
           PERFORM READ-ORDER.

       MARK-DUPLICATE-REGISTRATIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "A"
                   AND WS-TRN-ORDER-NUM(WS-MATCH-IDX) = GO-ORDER-NUM
                   MOVE "Y" TO WS-TRN-DUP-SW(WS-MATCH-IDX)
               END-IF
           END-PERFORM.

       FIND-LIFT-FOR-ORDER.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
                   OR MATCH-FOUND
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "X"
                   AND WS-TRN-ORDER-NUM(WS-MATCH-IDX) = GO-ORDER-NUM
                   AND WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

      *
      * Funds already paid over cannot be lifted back, and a
      * remittance GARNAPPL has already released for payment must
      * be allowed to finish.
      *
       APPLY-LIFT.
           MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "X" TO GM-ACTION
           MOVE GO-ORDER-NUM TO GM-ORDER-NUM
           MOVE GO-CUST-ID TO GM-CUST-ID
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO GM-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-TRN-REASON(WS-MATCH-IDX) TO GM-OUTCOME
               WHEN GO-REMITTED OR GO-LIFTED OR GO-REMIT-DUE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ORDER REMITTED OR CLOSED"
                       TO GM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "L" TO GO-STATUS
                   MOVE "ORDER LIFTED - HOLDS RELEASE NEXT RUN"
                       TO GM-OUTCOME
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

       APPEND-NEW-ORDERS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-ACTION(WS-MATCH-IDX) = "A"
                   MOVE "Y" TO WS-TRN-USED-SW(WS-MATCH-IDX)
                   PERFORM APPEND-ONE-ORDER
               END-IF
           END-PERFORM.

       APPEND-ONE-ORDER.
           MOVE SPACES TO MAINT-RPT-RECORD
           MOVE "A" TO GM-ACTION
           MOVE WS-TRN-ORDER-NUM(WS-MATCH-IDX) TO GM-ORDER-NUM
           MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO GM-CUST-ID
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO GM-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-TRN-VALID-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-TRN-REASON(WS-MATCH-IDX) TO GM-OUTCOME
               WHEN WS-TRN-DUP-SW(WS-MATCH-IDX) = "Y"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ORDER ALREADY REGISTERED"
                       TO GM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM BUILD-NEW-ORDER
                   MOVE ATTACHMENT-ORDER-RECORD TO ORDER-OUT-RECORD
                   WRITE ORDER-OUT-RECORD
                   MOVE "ORDER REGISTERED" TO GM-OUTCOME
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

       BUILD-NEW-ORDER.
           MOVE SPACES TO ATTACHMENT-ORDER-RECORD
           MOVE WS-TRN-ORDER-NUM(WS-MATCH-IDX) TO GO-ORDER-NUM
           MOVE WS-TRN-AUTH-NAME(WS-MATCH-IDX) TO GO-AUTHORITY-NAME
           MOVE WS-TRN-AUTH-TYPE(WS-MATCH-IDX) TO GO-AUTHORITY-TYPE
           MOVE WS-TRN-AUTH-ACCT(WS-MATCH-IDX) TO GO-AUTHORITY-ACCT
           MOVE WS-TRN-CUST-ID(WS-MATCH-IDX) TO GO-CUST-ID
           MOVE WS-TRN-AMOUNT(WS-MATCH-IDX) TO GO-AMOUNT
           MOVE WS-TRN-CURRENCY(WS-MATCH-IDX) TO GO-CURRENCY
           MOVE WS-TRN-EFFECTIVE(WS-MATCH-IDX) TO GO-EFFECTIVE-DATE
           MOVE WS-TRN-REMIT(WS-MATCH-IDX) TO GO-REMIT-DATE
           MOVE 0 TO GO-ATTACHED-AMOUNT
           MOVE 0 TO GO-REMITTED-AMOUNT
           MOVE "N" TO GO-STATUS
           MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX) TO GO-REGISTERED-BY
           MOVE WS-TODAY TO GO-REGISTERED-DATE
           MOVE 0 TO GO-LETTER-DATE.

       REPORT-UNAPPLIED-TRANS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-TRAN-COUNT
               IF WS-TRN-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO MAINT-RPT-RECORD
                   MOVE WS-TRN-ACTION(WS-MATCH-IDX) TO GM-ACTION
                   MOVE WS-TRN-ORDER-NUM(WS-MATCH-IDX) TO GM-ORDER-NUM
                   MOVE WS-TRN-OPERATOR-ID(WS-MATCH-IDX)
                       TO GM-OPERATOR-ID
                   MOVE "REJECTED - ORDER NOT ON REGISTER"
                       TO GM-OUTCOME
                   WRITE MAINT-RPT-RECORD
               END-IF
           END-PERFORM.
