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
       01 WS-CUST-FILE-STATUS      PIC X(2).
       01 WS-CUST-TYPE             PIC X(01) VALUE "I".
      *
       01 WS-TRX-REF               PIC X(16) VALUE SPACES.
       01 WS-ACCT-COUNT            PIC 9(7) COMP VALUE 0.
      *
      * Every account linked into a notional pool on POOLSTR, header
      * or participant, whatever the pool's status: POOLINT accrues
      * it on the pool's net position, so it earns nothing here.
      *
       01 WS-POOL-FILE-STATUS      PIC X(2).
       01 WS-POOL-EOF              PIC X(1) VALUE "N".
           88 END-OF-POOL-STRUCTURE VALUE "Y".
       01 WS-POOLED-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-POOLED-TABLE.
           05 WS-POOLED-ACCT-NUM   PIC X(12) OCCURS 2000 TIMES.
       01 WS-PLD-SUB               PIC 9(4) COMP VALUE 0.
       01 WS-POOLED-SW             PIC X(1) VALUE "N".
           88 ACCOUNT-POOLED       VALUE "Y".
       01 WS-POOLED-SKIPPED        PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-HOLDOVER-TABLE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-OVERRIDE-TABLE
           PERFORM LOAD-POOLED-ACCOUNTS
           OPEN INPUT ACCT-MASTER-FILE
           OPEN OUTPUT ACCRUAL-FILE
           OPEN OUTPUT ACCRUAL-DETAIL-FILE
           PERFORM PROCESS-ACCOUNT UNTIL END-OF-ACCOUNTS
           CLOSE ACCT-MASTER-FILE ACCRUAL-FILE ACCRUAL-DETAIL-FILE
               OVERRIDE-RPT-FILE
           IF WS-POOLED-SKIPPED > 0
               DISPLAY "INTEREST: POOLED ACCOUNTS LEFT TO POOLINT "
                   WS-POOLED-SKIPPED
           END-IF
           PERFORM WRITE-STEP-STAT
           STOP RUN.

      *
      * One pass per account: build WS-ACCOUNT-DATA from ACCTMAST,
      * look up any fixed-deposit term/early-withdrawal request for it,
      * then run the same rate/penalty/interest logic as before.  A
      * pooled account gets no accrual row of its own; POOLINT adds
      * its pool share to ACCRUALS after this run.
      *
       PROCESS-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           PERFORM FIND-POOLED-ACCOUNT
           IF ACCOUNT-POOLED
               ADD 1 TO WS-POOLED-SKIPPED
           ELSE
               PERFORM ACCRUE-ONE-ACCOUNT
           END-IF
           PERFORM READ-ACCOUNT.

       ACCRUE-ONE-ACCOUNT.
           PERFORM LOAD-ACCOUNT-DATA
           PERFORM FIND-TERM-ENTRY
           PERFORM DETERMINE-CUST-TYPE
           CALL "TRXNUM" USING WS-TRX-REF
           PERFORM POST-INTEREST-TO-GL
           PERFORM WRITE-ACCRUAL-RECORDS
           DISPLAY "INTEREST: " ACCTM-NUM " " WS-INTEREST.

       FIND-POOLED-ACCOUNT.
           MOVE "N" TO WS-POOLED-SW
           PERFORM VARYING WS-PLD-SUB FROM 1 BY 1
               UNTIL WS-PLD-SUB > WS-POOLED-COUNT OR ACCOUNT-POOLED
               IF WS-POOLED-ACCT-NUM(WS-PLD-SUB) = ACCTM-NUM
                   MOVE "Y" TO WS-POOLED-SW
               END-IF
           END-PERFORM.

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
               DISPLAY "INTEREST: POOLED ACCOUNT TABLE FULL"
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

      *
      * The accrual itself and its monthly breakdown both leave the
