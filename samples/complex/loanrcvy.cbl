       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRCVY.
      *
      * Post-write-off recovery tracking, run on DLYCHAIN's
      * month-end leg ahead of the GL close.  Once LOANWOFF has
      * charged a loan off, any cash that still reaches the loan
      * account is a recovery, not a repayment.  Every loan on the
      * LNRECOV register is matched against the ledger's "PCR "
      * credit legs arriving at the loan account (rightmost 10
      * characters, the width PAYMENT posts in) dated after the
      * register's last scan and no later than today; each one is
      * moved off the loan account into recovery income under the
      * "RCV " type through GLPOST and added to the loan's running
      * recovered total against the amount written off.  The scan
      * point then moves to today so no credit is ever taken twice.
      * The register rolls to LNRECOV.NEW (the usual handover) and
      * the month's recoveries, loan by loan, land on the LNRCVRPT
      * report for collections.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-FILE ASSIGN TO "LNRECOV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-FILE-STATUS.
           SELECT RECOVERY-OUT-FILE ASSIGN TO "LNRECOV.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LEDGER-FILE ASSIGN TO "TRXLEDGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT RECOVERY-RPT-FILE ASSIGN TO "LNRCVRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-FILE.
       COPY LNRECOV.

       FD  RECOVERY-OUT-FILE.
       01  RECOVERY-OUT-RECORD      PIC X(58).

       FD  LEDGER-FILE.
       COPY TRXLEDGR.

       FD  RECOVERY-RPT-FILE.
       01  RECOVERY-RPT-RECORD.
           05  RV-ACCT-NUM          PIC X(12).
           05  FILLER               PIC X(02).
           05  RV-WO-DATE           PIC 9(08).
           05  FILLER               PIC X(02).
           05  RV-WRITTEN-OFF       PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  RV-THIS-PERIOD       PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  RV-RECOVERED         PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  RV-UNRECOVERED       PIC 9(09)V99.

       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-RECOV-FILE-STATUS     PIC X(2).
       01  WS-LEDGER-FILE-STATUS    PIC X(2).
       01  WS-RECOV-EOF             PIC X(1) VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".
       01  WS-LEDGER-EOF            PIC X(1) VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-LEDGER-DATE           PIC 9(08).
       01  WS-RECOVERY-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-RECOVERY-TOTAL        PIC 9(11)V99 VALUE 0.
      *
      * The register, loaded once so a single pass over the ledger
      * serves every written-off loan.
      *
       01  WS-RCV-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-RCV-TABLE.
           05  WS-RCV-ENTRY OCCURS 2000 TIMES.
               10  WS-RCV-ACCT-NUM  PIC X(12).
               10  WS-RCV-WRITTEN-OFF PIC 9(09)V99.
               10  WS-RCV-WO-DATE   PIC 9(08).
               10  WS-RCV-RECOVERED PIC 9(09)V99.
               10  WS-RCV-LAST-SCAN PIC 9(08).
               10  WS-RCV-LAST-RECOVERY PIC 9(08).
               10  WS-RCV-THIS-PERIOD PIC 9(09)V99.
       01  WS-RCV-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-RCV-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-UNRECOVERED           PIC S9(09)V99 VALUE 0.
       01  WS-GL-RECOVERY-ACCT      PIC 9(8) VALUE 57575757.
       01  WS-GL-CUSTOMER-ACCT      PIC 9(8).
       01  WS-GL-RCV-TRANS-TYPE     PIC X(4) VALUE "RCV ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-RECOVERY-REGISTER
           IF WS-RCV-COUNT > 0
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS = "00"
                   PERFORM READ-LEDGER
                   PERFORM MATCH-LEDGER-CREDIT UNTIL END-OF-LEDGER
                   CLOSE LEDGER-FILE
               END-IF
           END-IF
           OPEN OUTPUT RECOVERY-OUT-FILE
           OPEN OUTPUT RECOVERY-RPT-FILE
           PERFORM WRITE-ONE-REGISTER-ENTRY
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT
           CLOSE RECOVERY-OUT-FILE RECOVERY-RPT-FILE
           DISPLAY "LOANRCVY: LOANS ON REGISTER " WS-RCV-COUNT
           DISPLAY "LOANRCVY: RECOVERIES POSTED " WS-RECOVERY-COUNT
           DISPLAY "LOANRCVY: AMOUNT RECOVERED  " WS-RECOVERY-TOTAL
           PERFORM WRITE-STEP-STAT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-RECOVERY-REGISTER.
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOV-FILE-STATUS = "00"
               PERFORM READ-REGISTER
               PERFORM STORE-REGISTER-ENTRY UNTIL END-OF-REGISTER
               CLOSE RECOVERY-FILE
           END-IF.

       READ-REGISTER.
           READ RECOVERY-FILE
               AT END MOVE "Y" TO WS-RECOV-EOF
           END-READ.

       STORE-REGISTER-ENTRY.
           IF WS-RCV-COUNT = 2000
               DISPLAY "LOANRCVY: REGISTER TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RCV-COUNT
           MOVE LRV-ACCT-NUM TO WS-RCV-ACCT-NUM(WS-RCV-COUNT)
           MOVE LRV-WRITTEN-OFF TO WS-RCV-WRITTEN-OFF(WS-RCV-COUNT)
           MOVE LRV-WO-DATE TO WS-RCV-WO-DATE(WS-RCV-COUNT)
           MOVE LRV-RECOVERED TO WS-RCV-RECOVERED(WS-RCV-COUNT)
           MOVE LRV-LAST-SCAN TO WS-RCV-LAST-SCAN(WS-RCV-COUNT)
           MOVE LRV-LAST-RECOVERY
               TO WS-RCV-LAST-RECOVERY(WS-RCV-COUNT)
           MOVE 0 TO WS-RCV-THIS-PERIOD(WS-RCV-COUNT)
           PERFORM READ-REGISTER.

       READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-LEDGER-EOF
           END-READ.

       MATCH-LEDGER-CREDIT.
           IF TRX-TYPE = "PCR "
               MOVE TRX-TIMESTAMP(1:8) TO WS-LEDGER-DATE
               PERFORM FIND-REGISTER-ENTRY
               IF WS-RCV-FOUND-SUB > 0
                   IF WS-LEDGER-DATE >
                       WS-RCV-LAST-SCAN(WS-RCV-FOUND-SUB)
                       AND WS-LEDGER-DATE NOT > WS-TODAY
                       PERFORM TAKE-RECOVERY
                   END-IF
               END-IF
           END-IF
           PERFORM READ-LEDGER.

       FIND-REGISTER-ENTRY.
           MOVE 0 TO WS-RCV-FOUND-SUB
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT
                   OR WS-RCV-FOUND-SUB > 0
               IF WS-RCV-ACCT-NUM(WS-RCV-SUB)(3:10) = TRX-ACCOUNT-NUM
                   MOVE WS-RCV-SUB TO WS-RCV-FOUND-SUB
               END-IF
           END-PERFORM.

      *
      * The credit already sits on the loan's GL account from the
      * payment that brought it in; the recovery moves it from there
      * to recovery income.
      *
       TAKE-RECOVERY.
           ADD 1 TO WS-RECOVERY-COUNT
           ADD TRX-AMOUNT TO WS-RECOVERY-TOTAL
           ADD TRX-AMOUNT TO WS-RCV-RECOVERED(WS-RCV-FOUND-SUB)
           ADD TRX-AMOUNT TO WS-RCV-THIS-PERIOD(WS-RCV-FOUND-SUB)
           MOVE WS-LEDGER-DATE
               TO WS-RCV-LAST-RECOVERY(WS-RCV-FOUND-SUB)
           MOVE WS-RCV-ACCT-NUM(WS-RCV-FOUND-SUB)(5:8)
               TO WS-GL-CUSTOMER-ACCT
           MOVE TRX-AMOUNT TO WS-GL-AMOUNT
           CALL "TRXNUM" USING WS-TRX-REF
           CALL "GLPOST" USING WS-GL-CUSTOMER-ACCT
               WS-GL-RECOVERY-ACCT WS-GL-AMOUNT
               WS-GL-RCV-TRANS-TYPE WS-TRX-REF.

       WRITE-ONE-REGISTER-ENTRY.
           MOVE WS-TODAY TO WS-RCV-LAST-SCAN(WS-RCV-SUB)
           MOVE SPACES TO LOAN-RECOVERY-RECORD
           MOVE WS-RCV-ACCT-NUM(WS-RCV-SUB) TO LRV-ACCT-NUM
           MOVE WS-RCV-WRITTEN-OFF(WS-RCV-SUB) TO LRV-WRITTEN-OFF
           MOVE WS-RCV-WO-DATE(WS-RCV-SUB) TO LRV-WO-DATE
           MOVE WS-RCV-RECOVERED(WS-RCV-SUB) TO LRV-RECOVERED
           MOVE WS-RCV-LAST-SCAN(WS-RCV-SUB) TO LRV-LAST-SCAN
           MOVE WS-RCV-LAST-RECOVERY(WS-RCV-SUB) TO LRV-LAST-RECOVERY
           MOVE LOAN-RECOVERY-RECORD TO RECOVERY-OUT-RECORD
           WRITE RECOVERY-OUT-RECORD
           COMPUTE WS-UNRECOVERED =
               WS-RCV-WRITTEN-OFF(WS-RCV-SUB)
               - WS-RCV-RECOVERED(WS-RCV-SUB)
           IF WS-UNRECOVERED < 0
               MOVE 0 TO WS-UNRECOVERED
           END-IF
           MOVE SPACES TO RECOVERY-RPT-RECORD
           MOVE WS-RCV-ACCT-NUM(WS-RCV-SUB) TO RV-ACCT-NUM
           MOVE WS-RCV-WO-DATE(WS-RCV-SUB) TO RV-WO-DATE
           MOVE WS-RCV-WRITTEN-OFF(WS-RCV-SUB) TO RV-WRITTEN-OFF
           MOVE WS-RCV-THIS-PERIOD(WS-RCV-SUB) TO RV-THIS-PERIOD
           MOVE WS-RCV-RECOVERED(WS-RCV-SUB) TO RV-RECOVERED
           MOVE WS-UNRECOVERED TO RV-UNRECOVERED
           WRITE RECOVERY-RPT-RECORD.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "LOANRCVY" TO SS-STEP-NAME
           MOVE WS-RECOVERY-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
