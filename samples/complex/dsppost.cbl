       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPPOST.
      *
      * Daily money movement and aging for the DISPCASE dispute
      * cases.  Three kinds of case move money here, nowhere else:
      *   - an open case whose reason regulation covers gets its
      *     provisional credit once its credit deadline arrives;
      *   - a case DSPREVW upheld before any credit was given gets
      *     its credit now, and it is final;
      *   - a case DSPREVW declined after a provisional credit has
      *     the credit taken back once its notice period has run.
      * Credits and reversals move the claim amount between the
      * customer's balance and the disputed-items house account
      * (24242424) through GLPOST under the "DPC " and "DPR "
      * types, with a LOGTRX ledger row and the CUSTJRNL before and
      * after images, the CHQDEP fee-posting way.  A reversal may
      * take the balance below zero; the customer has had notice.
      * The claim the bank raises against an originator or
      * presenting bank is what settles the house account for an
      * upheld direct-debit or cheque dispute.
      *
      * Every case still waiting for a decision then goes on the
      * DSPAGER aging report: days open, the response deadline and
      * the days left before it, flagged "DUE SOON" inside that
      * reason's DSPPARM warning days and "PAST DUE" once the
      * deadline has gone.  Postings go on DSPPRPT.  The cases are
      * rewritten to DISPCASE.NEW, the usual handover, and the run
      * ends RC=4 when a posting could not be made or a case is
      * past its deadline.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DSPPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "DISPCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT CASE-OUT-FILE ASSIGN TO "DISPCASE.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT POST-RPT-FILE ASSIGN TO "DSPPRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AGING-RPT-FILE ASSIGN TO "DSPAGER"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  DP-REASON            PIC X(02).
           05  DP-REGULATED         PIC X(01).
           05  DP-CREDIT-DAYS       PIC 9(03).
           05  DP-RESPONSE-DAYS     PIC 9(03).
           05  DP-NOTICE-DAYS       PIC 9(03).
           05  DP-WARN-DAYS         PIC 9(03).

       FD  CASE-FILE.
       COPY DISPCASE.

       FD  CASE-OUT-FILE.
       01  CASE-OUT-RECORD          PIC X(174).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  POST-RPT-FILE.
       01  POST-RPT-RECORD.
           05  DQ-TRX-REF           PIC X(16).
           05  FILLER               PIC X(02).
           05  DQ-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  DQ-REASON            PIC X(02).
           05  FILLER               PIC X(02).
           05  DQ-AMOUNT            PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  DQ-POSTING-REF       PIC X(16).
           05  FILLER               PIC X(02).
           05  DQ-OUTCOME           PIC X(40).

       FD  AGING-RPT-FILE.
       01  AGING-RPT-RECORD.
           05  DA-TRX-REF           PIC X(16).
           05  FILLER               PIC X(02).
           05  DA-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  DA-REASON            PIC X(02).
           05  FILLER               PIC X(02).
           05  DA-STATUS            PIC X(01).
           05  FILLER               PIC X(02).
           05  DA-CLAIM-AMOUNT      PIC 9(09)V99.
           05  FILLER               PIC X(02).
           05  DA-HANDLER-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  DA-OPENED-DATE       PIC 9(08).
           05  FILLER               PIC X(02).
           05  DA-DAYS-OPEN         PIC ZZZ9.
           05  FILLER               PIC X(02).
           05  DA-RESPONSE-DUE      PIC 9(08).
           05  FILLER               PIC X(02).
           05  DA-DAYS-LEFT         PIC -ZZZ9.
           05  FILLER               PIC X(02).
           05  DA-FLAG              PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(2).
       01  WS-CASE-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-PARM-EOF              PIC X(1) VALUE "N".
           88  END-OF-PARMS         VALUE "Y".
       01  WS-CASE-EOF              PIC X(1) VALUE "N".
           88  END-OF-CASES         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-TODAY-SERIAL          PIC 9(07) COMP.
       01  WS-CASE-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-CREDIT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-REVERSAL-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-AGED-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-DUE-SOON-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-PAST-DUE-COUNT        PIC 9(7) COMP VALUE 0.
      *
      * Warning days per reason, defaulted as DSPMNT defaults the
      * reason table and overridden from DSPPARM.
      *
       01  WS-PARM-VALUES.
           05  FILLER               PIC X(05) VALUE "UP005".
           05  FILLER               PIC X(05) VALUE "DC005".
           05  FILLER               PIC X(05) VALUE "CN005".
       01  WS-PARM-TABLE REDEFINES WS-PARM-VALUES.
           05  WS-PRM-ENTRY OCCURS 3 TIMES.
               10  WS-PRM-REASON    PIC X(02).
               10  WS-PRM-WARN-DAYS PIC 9(03).
       01  WS-PRM-SUB               PIC 9(2) COMP VALUE 0.
       01  WS-FIND-REASON           PIC X(02).
       01  WS-PRM-FOUND-SW          PIC X(1).
           88  PARM-FOUND           VALUE "Y".
       01  WS-WARN-DAYS             PIC 9(03).
       01  WS-POSTED-SW             PIC X(1).
           88  POSTING-MADE         VALUE "Y".
       01  WS-DAYS-OPEN             PIC S9(07) COMP.
       01  WS-DAYS-LEFT             PIC S9(07) COMP.
       01  WS-GL-CUSTOMER-ACCT      PIC 9(8).
       01  WS-GL-DISPUTE-ACCT       PIC 9(8) VALUE 24242424.
       01  WS-GL-CREDIT-TYPE        PIC X(4) VALUE "DPC ".
       01  WS-GL-REVERSAL-TYPE      PIC X(4) VALUE "DPR ".
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
       01  WS-LEDGER-ACCOUNT-DATA.
           05  WS-LDG-ACCOUNT-NUMBER     PIC 9(10).
           05  WS-LDG-ACCOUNT-TYPE       PIC X(2) VALUE SPACES.
           05  WS-LDG-BALANCE            PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-LDG-TENURE-YEARS       PIC 9(2) COMP VALUE 0.
           05  WS-LDG-CURRENCY-CODE      PIC X(3) VALUE "IDR".
           05  WS-LDG-COMPOUND-FREQUENCY PIC 9(2) COMP VALUE 0.
       01  WS-LEDGER-AMOUNT          PIC 9(9)V99.
      *
      * Before/after images for the customer-master journal.
      *
       01  WS-CJ-BEFORE-IMAGE       PIC X(79).
       01  WS-CJ-AFTER-IMAGE        PIC X(79).
       01  WS-CJ-PROGRAM            PIC X(08) VALUE "DSPPOST ".
      *
      * Day counts for the aging: dates to day serials, the CCBILL
      * conversion.
      *
       01  WS-CVT-DATE              PIC 9(08).
       01  WS-CVT-FIELDS REDEFINES WS-CVT-DATE.
           05  WS-CVT-YEAR          PIC 9(04).
           05  WS-CVT-MONTH         PIC 9(02).
           05  WS-CVT-DAY           PIC 9(02).
       01  WS-CVT-Y                 PIC S9(07) COMP.
       01  WS-CVT-M                 PIC S9(03) COMP.
       01  WS-CVT-WORK1             PIC S9(09) COMP.
       01  WS-CVT-WORK2             PIC S9(09) COMP.
       01  WS-CVT-SERIAL            PIC 9(07) COMP.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-TODAY TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CVT-SERIAL TO WS-TODAY-SERIAL
           OPEN INPUT CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               DISPLAY "DSPPOST: NO DISPUTE CASES, NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PARAMETERS
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN OUTPUT CASE-OUT-FILE
           OPEN OUTPUT POST-RPT-FILE
           OPEN OUTPUT AGING-RPT-FILE
           PERFORM READ-CASE
           PERFORM WORK-ONE-CASE UNTIL END-OF-CASES
           CLOSE CASE-FILE CUSTOMER-MASTER-FILE CASE-OUT-FILE
               POST-RPT-FILE AGING-RPT-FILE
           DISPLAY "DSPPOST: CASES READ         " WS-CASE-COUNT
           DISPLAY "DSPPOST: CREDITS POSTED     " WS-CREDIT-COUNT
           DISPLAY "DSPPOST: CREDITS REVERSED   " WS-REVERSAL-COUNT
           DISPLAY "DSPPOST: POSTINGS FAILED    " WS-FAILED-COUNT
           DISPLAY "DSPPOST: CASES AGED         " WS-AGED-COUNT
           DISPLAY "DSPPOST: CASES DUE SOON     " WS-DUE-SOON-COUNT
           DISPLAY "DSPPOST: CASES PAST DUE     " WS-PAST-DUE-COUNT
           IF WS-FAILED-COUNT > 0 OR WS-PAST-DUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM READ-PARM
               PERFORM STORE-PARM-ENTRY UNTIL END-OF-PARMS
               CLOSE PARM-FILE
           END-IF.

       READ-PARM.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       STORE-PARM-ENTRY.
           MOVE DP-REASON TO WS-FIND-REASON
           PERFORM FIND-PARM-FOR-REASON
           IF PARM-FOUND
               AND DP-WARN-DAYS NUMERIC AND DP-WARN-DAYS > 0
               MOVE DP-WARN-DAYS TO WS-PRM-WARN-DAYS(WS-PRM-SUB)
           END-IF
           PERFORM READ-PARM.

       FIND-PARM-FOR-REASON.
           MOVE "N" TO WS-PRM-FOUND-SW
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
               UNTIL WS-PRM-SUB > 3 OR PARM-FOUND
               IF WS-PRM-REASON(WS-PRM-SUB) = WS-FIND-REASON
                   MOVE "Y" TO WS-PRM-FOUND-SW
               END-IF
           END-PERFORM
           IF PARM-FOUND
               SUBTRACT 1 FROM WS-PRM-SUB
           END-IF.

       READ-CASE.
           READ CASE-FILE
               AT END MOVE "Y" TO WS-CASE-EOF
           END-READ.

       WORK-ONE-CASE.
           ADD 1 TO WS-CASE-COUNT
           EVALUATE TRUE
               WHEN DS-OPEN AND DS-CREDIT-REQUIRED
                   AND DS-CREDIT-DUE-DATE NOT > WS-TODAY
                   PERFORM CREDIT-CUSTOMER
                   IF POSTING-MADE
                       MOVE "P" TO DS-STATUS
                       MOVE "PROVISIONAL CREDIT POSTED" TO DQ-OUTCOME
                   END-IF
                   WRITE POST-RPT-RECORD
               WHEN DS-UPHELD AND DS-CREDIT-AMOUNT = 0
                   PERFORM CREDIT-CUSTOMER
                   IF POSTING-MADE
                       MOVE "UPHELD - FINAL CREDIT POSTED" TO DQ-OUTCOME
                   END-IF
                   WRITE POST-RPT-RECORD
               WHEN DS-NOTICE-GIVEN
                   AND DS-REVERSE-DUE-DATE NOT > WS-TODAY
                   PERFORM REVERSE-CREDIT
                   IF POSTING-MADE
                       MOVE "R" TO DS-STATUS
                       MOVE "NOTICE RUN - PROVISIONAL CREDIT REVERSED"
                           TO DQ-OUTCOME
                   END-IF
                   WRITE POST-RPT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF DS-OPEN OR DS-CREDITED
               PERFORM AGE-ONE-CASE
           END-IF
           MOVE DISPUTE-CASE-RECORD TO CASE-OUT-RECORD
           WRITE CASE-OUT-RECORD
           PERFORM READ-CASE.

      *
      * The account's customer is the record PAYMENT and the other
      * posting programs book that account to, merged or not, so
      * the credit lands where the disputed debit did.  A customer
      * not on file is a failed posting and the case is left as it
      * was, to be tried again on the next run.
      *
       FIND-CASE-CUSTOMER.
           MOVE "N" TO WS-POSTED-SW
           MOVE SPACES TO POST-RPT-RECORD
           MOVE DS-TRX-REF TO DQ-TRX-REF
           MOVE DS-ACCOUNT TO DQ-ACCOUNT
           MOVE DS-REASON TO DQ-REASON
           MOVE DS-ACCOUNT(3:8) TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "NOT POSTED - CUSTOMER NOT FOUND"
                       TO DQ-OUTCOME
               NOT INVALID KEY
                   MOVE "Y" TO WS-POSTED-SW
           END-READ.

       CREDIT-CUSTOMER.
           PERFORM FIND-CASE-CUSTOMER
           MOVE DS-CLAIM-AMOUNT TO DQ-AMOUNT
           IF POSTING-MADE
               ADD 1 TO WS-CREDIT-COUNT
               CALL "TRXNUM" USING WS-TRX-REF
               MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
               ADD DS-CLAIM-AMOUNT TO CUST-BALANCE
               MOVE WS-TODAY TO CUST-LAST-MAINT-DATE
               MOVE WS-CJ-PROGRAM TO CUST-LAST-MAINT-USER
               REWRITE CUSTOMER-RECORD
               MOVE CUSTOMER-RECORD TO WS-CJ-AFTER-IMAGE
               CALL "CUSTJRNL" USING WS-CJ-BEFORE-IMAGE
                   WS-CJ-AFTER-IMAGE WS-CJ-PROGRAM WS-TRX-REF
               MOVE CUST-ID TO WS-GL-CUSTOMER-ACCT
               MOVE DS-CLAIM-AMOUNT TO WS-GL-AMOUNT
               CALL "GLPOST" USING WS-GL-DISPUTE-ACCT
                   WS-GL-CUSTOMER-ACCT WS-GL-AMOUNT
                   WS-GL-CREDIT-TYPE WS-TRX-REF
               MOVE CUST-ID TO WS-LDG-ACCOUNT-NUMBER
               MOVE DS-CLAIM-AMOUNT TO WS-LEDGER-AMOUNT
               CALL "LOGTRX" USING WS-LEDGER-ACCOUNT-DATA
                   WS-LEDGER-AMOUNT WS-GL-CREDIT-TYPE WS-TRX-REF
               MOVE DS-CLAIM-AMOUNT TO DS-CREDIT-AMOUNT
               MOVE WS-TODAY TO DS-CREDIT-DATE
               MOVE WS-TRX-REF TO DS-CREDIT-TRX-REF
               MOVE WS-TRX-REF TO DQ-POSTING-REF
           END-IF.

       REVERSE-CREDIT.
           PERFORM FIND-CASE-CUSTOMER
           MOVE DS-CREDIT-AMOUNT TO DQ-AMOUNT
           IF POSTING-MADE
               ADD 1 TO WS-REVERSAL-COUNT
               CALL "TRXNUM" USING WS-TRX-REF
               MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
               SUBTRACT DS-CREDIT-AMOUNT FROM CUST-BALANCE
               MOVE WS-TODAY TO CUST-LAST-MAINT-DATE
               MOVE WS-CJ-PROGRAM TO CUST-LAST-MAINT-USER
               REWRITE CUSTOMER-RECORD
               MOVE CUSTOMER-RECORD TO WS-CJ-AFTER-IMAGE
               CALL "CUSTJRNL" USING WS-CJ-BEFORE-IMAGE
                   WS-CJ-AFTER-IMAGE WS-CJ-PROGRAM WS-TRX-REF
               MOVE CUST-ID TO WS-GL-CUSTOMER-ACCT
               MOVE DS-CREDIT-AMOUNT TO WS-GL-AMOUNT
               CALL "GLPOST" USING WS-GL-CUSTOMER-ACCT
                   WS-GL-DISPUTE-ACCT WS-GL-AMOUNT
                   WS-GL-REVERSAL-TYPE WS-TRX-REF
               MOVE CUST-ID TO WS-LDG-ACCOUNT-NUMBER
               MOVE DS-CREDIT-AMOUNT TO WS-LEDGER-AMOUNT
               CALL "LOGTRX" USING WS-LEDGER-ACCOUNT-DATA
                   WS-LEDGER-AMOUNT WS-GL-REVERSAL-TYPE WS-TRX-REF
               MOVE WS-TRX-REF TO DQ-POSTING-REF
           END-IF.

      *
      * Days are calendar days, as the deadlines were set.
      *
       AGE-ONE-CASE.
           ADD 1 TO WS-AGED-COUNT
           MOVE DS-REASON TO WS-FIND-REASON
           PERFORM FIND-PARM-FOR-REASON
           MOVE 5 TO WS-WARN-DAYS
           IF PARM-FOUND
               MOVE WS-PRM-WARN-DAYS(WS-PRM-SUB) TO WS-WARN-DAYS
           END-IF
           MOVE DS-OPENED-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           COMPUTE WS-DAYS-OPEN = WS-TODAY-SERIAL - WS-CVT-SERIAL
           MOVE DS-RESPONSE-DUE-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           COMPUTE WS-DAYS-LEFT = WS-CVT-SERIAL - WS-TODAY-SERIAL
           MOVE SPACES TO AGING-RPT-RECORD
           MOVE DS-TRX-REF TO DA-TRX-REF
           MOVE DS-ACCOUNT TO DA-ACCOUNT
           MOVE DS-REASON TO DA-REASON
           MOVE DS-STATUS TO DA-STATUS
           MOVE DS-CLAIM-AMOUNT TO DA-CLAIM-AMOUNT
           MOVE DS-HANDLER-ID TO DA-HANDLER-ID
           MOVE DS-OPENED-DATE TO DA-OPENED-DATE
           MOVE WS-DAYS-OPEN TO DA-DAYS-OPEN
           MOVE DS-RESPONSE-DUE-DATE TO DA-RESPONSE-DUE
           MOVE WS-DAYS-LEFT TO DA-DAYS-LEFT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   ADD 1 TO WS-PAST-DUE-COUNT
                   MOVE "PAST DUE" TO DA-FLAG
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   ADD 1 TO WS-DUE-SOON-COUNT
                   MOVE "DUE SOON" TO DA-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE AGING-RPT-RECORD.

       CONVERT-DATE-TO-SERIAL.
           MOVE WS-CVT-YEAR TO WS-CVT-Y
           MOVE WS-CVT-MONTH TO WS-CVT-M
           IF WS-CVT-M > 2
               ADD 1 TO WS-CVT-M
           ELSE
               ADD 13 TO WS-CVT-M
               SUBTRACT 1 FROM WS-CVT-Y
           END-IF
           COMPUTE WS-CVT-WORK1 = 1461 * WS-CVT-Y
           DIVIDE WS-CVT-WORK1 BY 4 GIVING WS-CVT-WORK1
           COMPUTE WS-CVT-WORK2 = 153 * WS-CVT-M
           DIVIDE WS-CVT-WORK2 BY 5 GIVING WS-CVT-WORK2
           COMPUTE WS-CVT-SERIAL =
               WS-CVT-WORK1 + WS-CVT-WORK2 + WS-CVT-DAY.
