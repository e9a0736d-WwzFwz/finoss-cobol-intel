      * balance on any past date is a file read instead of an
      * archive restore, CALCINT has a basis for average-daily-
      * balance accrual, and the month-end fee run can see how long
      * an account sat under its minimum.  A checking account whose
      * customer balance is negative also carries the overdrawn
      * amount, so BVADJ can reprice a day's debit interest when a
      * back-valued posting lands on it later.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ACCTM-NUM.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ACCT-EOF              PIC X(1) VALUE "N".
           88  END-OF-ACCOUNTS      VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN EXTEND BALANCE-HISTORY-FILE
           PERFORM READ-ACCOUNT
           PERFORM SNAPSHOT-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS
           CLOSE ACCT-MASTER-FILE CUSTOMER-MASTER-FILE
               BALANCE-HISTORY-FILE
           DISPLAY "EODSNAP: BALANCES SNAPPED   " WS-SNAP-COUNT
           PERFORM WRITE-STEP-STAT
           MOVE 0 TO RETURN-CODE
               MOVE ACCTM-NUM TO BH-ACCT-NUM
               MOVE WS-TODAY TO BH-BUSINESS-DATE
               MOVE ACCTM-BALANCE TO BH-BALANCE
               MOVE 0 TO BH-OVERDRAWN
               IF ACCTM-TYPE = "CA"
                   PERFORM NOTE-OVERDRAWN-AMOUNT
               END-IF
               WRITE BALANCE-HISTORY-RECORD
           END-IF
           PERFORM READ-ACCOUNT.

      *
      * The overdrawn figure is the negative customer balance, the
      * same field ODINT accrues on.
      *
       NOTE-OVERDRAWN-AMOUNT.
           MOVE ACCTM-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-BALANCE < 0
                       COMPUTE BH-OVERDRAWN = 0 - CUST-BALANCE
                   END-IF
           END-READ.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "EODSNAP" TO SS-STEP-NAME
