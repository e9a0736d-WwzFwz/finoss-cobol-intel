      * limit on ODLIMIT is additionally authorized down to the
      * negative of that limit, so the facilities the relationship
      * managers grant stop being informal promises the system
      * bounces.  A loan LOANWOFF has written off (ACCTMAST status
      * "W") authorizes no debit at all; recoveries only ever credit
      * it.
      *
      * The BALCHK-HEADROOM entry answers the other question PAYMENT
      * asks when a checking account comes up short: how much the
      * account can still authorize (available balance down to its
      * overdraft floor), so the overdraft-protection transfer from
      * a linked savings account can be sized to the shortfall.  An
      * account that could not be debited at all -- blocked, written
      * off, a card, or missing from CUSTMAST -- is flagged
      * ineligible, since no transfer in would let the payment post.
      *
      * This program stays resident under the batch drivers and is
      * called once per payment instruction, so the holds, overdraft
               10  WS-TYP-ACCOUNT   PIC X(10).
               10  WS-TYP-TYPE      PIC X(02).
               10  WS-TYP-BALANCE   PIC 9(09)V99.
               10  WS-TYP-STATUS    PIC X(01).
       01  WS-TYP-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-OD-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-OD-TABLE.
       01  WS-ODL-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ACCT-TYPE             PIC X(02).
       01  WS-ACCT-BALANCE          PIC 9(09)V99.
       01  WS-ACCT-STATUS           PIC X(01).
       01  WS-TYPE-FOUND-SW         PIC X(1).
           88  TYPE-FOUND           VALUE "Y".
      *
       01  LK-ACCOUNT-FROM          PIC X(10).
       01  LK-AMOUNT                PIC 9(9)V99 COMP-3.
       01  LK-BALANCE-OK            PIC X(1).
       01  LK-HEADROOM              PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION USING LK-ACCOUNT-FROM LK-AMOUNT
               LK-BALANCE-OK.
               GOBACK
           END-IF
           PERFORM FIND-ACCOUNT-TYPE
           IF WS-ACCT-STATUS = "W"
               DISPLAY "BALCHK: ACCOUNT WRITTEN OFF " LK-ACCOUNT-FROM
               GOBACK
           END-IF
           IF WS-ACCT-TYPE = "CC"
               PERFORM AUTHORIZE-CARD-SPEND
               GOBACK
           END-IF
           GOBACK.

       ENTRY "BALCHK-HEADROOM" USING LK-ACCOUNT-FROM LK-HEADROOM
               LK-BALANCE-OK.
           MOVE "N" TO LK-BALANCE-OK
           MOVE 0 TO LK-HEADROOM
           CALL "BUSDATE" USING WS-TODAY
           IF NOT TABLES-LOADED
               PERFORM LOAD-REFERENCE-TABLES
           END-IF
           PERFORM CHECK-DEBIT-RESTRICTION
           PERFORM FIND-ACCOUNT-TYPE
           IF DEBITS-BLOCKED
               OR WS-ACCT-STATUS = "W"
               OR WS-ACCT-TYPE = "CC"
               GOBACK
           END-IF
           PERFORM SUM-ACTIVE-HOLDS
           PERFORM DETERMINE-OVERDRAFT-FLOOR
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE LK-ACCOUNT-FROM(3:8) TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE LK-HEADROOM =
                           CUST-BALANCE - WS-HELD-TOTAL - WS-OD-FLOOR
                       MOVE "Y" TO LK-BALANCE-OK
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           GOBACK.

       LOAD-REFERENCE-TABLES.
           PERFORM LOAD-HOLD-TABLE
           PERFORM LOAD-TYPE-TABLE
           MOVE ACCTM-NUM(3:10) TO WS-TYP-ACCOUNT(WS-TYPE-COUNT)
           MOVE ACCTM-TYPE TO WS-TYP-TYPE(WS-TYPE-COUNT)
           MOVE ACCTM-BALANCE TO WS-TYP-BALANCE(WS-TYPE-COUNT)
           MOVE ACCTM-STATUS TO WS-TYP-STATUS(WS-TYPE-COUNT)
           PERFORM READ-ACCT-MASTER.

       LOAD-OD-TABLE.

       FIND-ACCOUNT-TYPE.
           MOVE SPACES TO WS-ACCT-TYPE
           MOVE SPACES TO WS-ACCT-STATUS
           MOVE "N" TO WS-TYPE-FOUND-SW
           PERFORM VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-TYPE-COUNT
                   MOVE WS-TYP-TYPE(WS-TYP-SUB) TO WS-ACCT-TYPE
                   MOVE WS-TYP-BALANCE(WS-TYP-SUB)
                       TO WS-ACCT-BALANCE
                   MOVE WS-TYP-STATUS(WS-TYP-SUB) TO WS-ACCT-STATUS
                   MOVE "Y" TO WS-TYPE-FOUND-SW
               END-IF
           END-PERFORM.
