      * excess of the approved OD-LIMIT, past the facility's
      * OD-EXPIRY-DATE, or with no facility at all.  Accruals append
      * to the ODACCR file the way CALCINT's land on ACCRUALS, for
      * the ODINTCAP cycle-end step to charge onto the book.  An
      * account linked into a notional pool on POOLSTR is left to
      * POOLINT, which accrues on the pool's net position instead.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT POOL-STRUCTURE-FILE ASSIGN TO "POOLSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       FD  POOL-STRUCTURE-FILE.
       COPY POOLSTR.

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS      PIC X(2).
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-BASE-RATE             PIC 9V9(04).
       01  WS-PENALTY-RATE          PIC 9V9(04).
       01  WS-DAY-INTEREST          PIC 9(09)V99.
      *
      * Every account on POOLSTR, header or participant, whatever
      * its pool's status.
      *
       01  WS-POOL-FILE-STATUS      PIC X(2).
       01  WS-POOL-EOF              PIC X(1) VALUE "N".
           88  END-OF-POOL-STRUCTURE VALUE "Y".
       01  WS-POOLED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-POOLED-TABLE.
           05  WS-POOLED-ACCT-NUM   PIC X(12) OCCURS 2000 TIMES.
       01  WS-PLD-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-POOLED-SW             PIC X(1) VALUE "N".
           88  ACCOUNT-POOLED       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-PENALTY-PARM
           PERFORM LOAD-OD-RATE-TABLE
           PERFORM LOAD-OD-LIMIT-TABLE
           PERFORM LOAD-POOLED-ACCOUNTS
           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN EXTEND OD-ACCRUAL-FILE
           MOVE OD-EXPIRY-DATE TO WS-ODL-EXPIRY(WS-OD-COUNT)
           PERFORM READ-OD-LIMIT.

       LOAD-POOLED-ACCOUNTS.
           OPEN INPUT POOL-STRUCTURE-FILE
           IF WS-POOL-FILE-STATUS = "00"
               PERFORM READ-POOL-STRUCTURE
               PERFORM STORE-POOLED-ACCOUNT
                   UNTIL END-OF-POOL-STRUCTURE
               CLOSE POOL-STRUCTURE-FILE
           END-IF.

       READ-POOL-STRUCTURE.
           READ POOL-STRUCTURE-FILE
               AT END MOVE "Y" TO WS-POOL-EOF
           END-READ.

       STORE-POOLED-ACCOUNT.
           IF WS-POOLED-COUNT = 2000
               DISPLAY "ODINT: POOLED ACCOUNT TABLE FULL"
                   " - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PS-HEADER-REC
               ADD 1 TO WS-POOLED-COUNT
               MOVE PS-HEADER-ACCT
                   TO WS-POOLED-ACCT-NUM(WS-POOLED-COUNT)
           END-IF
           IF PS-PARTICIPANT-REC
               ADD 1 TO WS-POOLED-COUNT
               MOVE PS-ACCT-NUM
                   TO WS-POOLED-ACCT-NUM(WS-POOLED-COUNT)
           END-IF
           PERFORM READ-POOL-STRUCTURE.

       READ-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-ACCT-EOF
      *
       ACCRUE-IF-OVERDRAWN.
           IF ACCTM-TYPE = "CA" AND ACCTM-STATUS = "A"
               PERFORM FIND-POOLED-ACCOUNT
               IF NOT ACCOUNT-POOLED
                   PERFORM CHECK-CUSTOMER-BALANCE
               END-IF
           END-IF
           PERFORM READ-ACCOUNT.

       FIND-POOLED-ACCOUNT.
           MOVE "N" TO WS-POOLED-SW
           PERFORM VARYING WS-PLD-SUB FROM 1 BY 1
               UNTIL WS-PLD-SUB > WS-POOLED-COUNT OR ACCOUNT-POOLED
               IF WS-POOLED-ACCT-NUM(WS-PLD-SUB) = ACCTM-NUM
                   MOVE "Y" TO WS-POOLED-SW
               END-IF
           END-PERFORM.

       CHECK-CUSTOMER-BALANCE.
           MOVE "I" TO WS-CUST-TYPE
           MOVE ACCTM-CUST-ID TO CUST-ID
