       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTEXTR.
      *
      * End-of-day customer alerts extract, run daily on DLYCHAIN
      * after the balance snapshot.  Each account on ALRTPREF names
      * the alerts its customer wants and whether they go by SMS,
      * e-mail or both; this step goes over the day's activity and
      * writes one alert record per event to ALRTSMS, addressed to
      * the CUSTADDR phone number, and/or ALRTMAIL, addressed to the
      * CUSTADDR e-mail address, for the messaging gateway to send.
      *
      * The events looked for, each only when the preference asks:
      *   - a TRXLEDGR debit posted today above the debit amount
      *     (credit types as STMTGEN counts them, all else debits);
      *   - today's BALHIST balance below the balance amount, or
      *     the account overdrawn at the snapshot;
      *   - a standing-order payment PAYAUDIT shows rejected today,
      *     or a direct debit DDCOLLCT refused onto DDRETN;
      *   - a HOLDS hold or an ACCTRSTR restriction placed today;
      *   - a deposited cheque CHQDEPOS shows returned today.
      *
      * The customer is the account's ACCTMAST owner.  A phone
      * number must be present for SMS and an e-mail address must
      * carry an "@" to be used.  An account whose customer has no
      * usable contact for the chosen channel goes on ALRTEXCP,
      * listed branch by branch from the customer's CUSTMAST branch
      * with the count of alerts that could not be sent today, so
      * the branch can get the details corrected; the step then
      * ends RC=4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCE-FILE ASSIGN TO "ALRTPREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FILE-STATUS.
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
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDR-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "TRXLEDGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PAYMENT-AUDIT-FILE ASSIGN TO "PAYAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT DD-RETN-FILE ASSIGN TO "DDRETN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT RESTRICTION-FILE ASSIGN TO "ACCTRSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CHEQUE-DEPOSIT-FILE ASSIGN TO "CHQDEPOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SMS-ALERT-FILE ASSIGN TO "ALRTSMS"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EMAIL-ALERT-FILE ASSIGN TO "ALRTMAIL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-RPT-FILE ASSIGN TO "ALRTEXCP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCE-FILE.
       COPY ALRTPREF.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  LEDGER-FILE.
       COPY TRXLEDGR.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  PAYMENT-AUDIT-FILE.
       COPY PMTAUDIT.

      *
      * DDCOLLCT's refused collections for the day, as CLRRECON
      * reads them.
      *
       FD  DD-RETN-FILE.
       01  DD-RETN-RECORD.
           05  DR-ORIGINATOR-ID     PIC X(08).
           05  DR-MANDATE-ID        PIC 9(06).
           05  DR-DEBTOR-ACCT       PIC X(10).
           05  DR-AMOUNT            PIC 9(09)V99.
           05  DR-THEIR-REF         PIC X(16).
           05  DR-REASON-CODE       PIC X(03).
           05  DR-REASON            PIC X(30).

       FD  HOLDS-FILE.
       COPY HOLDS.

       FD  RESTRICTION-FILE.
       COPY ACCTRSTR.

       FD  CHEQUE-DEPOSIT-FILE.
       COPY CHQDEP.

      *
      * The gateway files: one alert per record, the address first.
      * The alert type is D debit, L low balance, O overdrawn,
      * F failed standing order or direct debit, H hold,
      * R restriction, Q returned cheque.
      *
       FD  SMS-ALERT-FILE.
       01  SMS-ALERT-RECORD.
           05  AS-PHONE             PIC X(15).
           05  AS-CUST-ID           PIC 9(08).
           05  AS-ACCOUNT           PIC X(10).
           05  AS-ALERT-TYPE        PIC X(01).
           05  AS-AMOUNT            PIC 9(09)V99.
           05  AS-BUSINESS-DATE     PIC 9(08).
           05  AS-TEXT              PIC X(40).

       FD  EMAIL-ALERT-FILE.
       01  EMAIL-ALERT-RECORD.
           05  AM-EMAIL             PIC X(40).
           05  AM-CUST-ID           PIC 9(08).
           05  AM-ACCOUNT           PIC X(10).
           05  AM-ALERT-TYPE        PIC X(01).
           05  AM-AMOUNT            PIC 9(09)V99.
           05  AM-BUSINESS-DATE     PIC 9(08).
           05  AM-TEXT              PIC X(40).

       FD  EXCEPTION-RPT-FILE.
       01  EXCEPTION-RPT-RECORD.
           05  EX-BRANCH-CODE       PIC X(04).
           05  FILLER               PIC X(02).
           05  EX-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  EX-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(02).
           05  EX-CHANNEL           PIC X(01).
           05  FILLER               PIC X(02).
           05  EX-REASON            PIC X(30).
           05  FILLER               PIC X(02).
           05  EX-UNSENT-COUNT      PIC ZZZ9.

      *
      * One-line handoff of this step's processed count for DLYCHAIN
      * to carry onto the run-control history.
      *
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-PREF-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ADDR-FILE-STATUS      PIC X(2).
       01  WS-IN-FILE-STATUS        PIC X(2).
       01  WS-PREF-EOF              PIC X(1) VALUE "N".
           88  END-OF-PREFERENCES   VALUE "Y".
       01  WS-IN-EOF                PIC X(1) VALUE "N".
           88  END-OF-INPUT         VALUE "Y".
       01  WS-BUSINESS-DATE         PIC 9(08).
       01  WS-SMS-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-EMAIL-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-ALERT-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-UNSENT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC 9(7) COMP VALUE 0.
      *
      * Every account with alert preferences, with the contact the
      * alerts go to and why there is none when there is none.
      *
       01  WS-PREF-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-PREF-TABLE.
           05  WS-PRF-ENTRY OCCURS 5000 TIMES.
               10  WS-PRF-ACCOUNT   PIC X(10).
               10  WS-PRF-CHANNEL   PIC X(01).
               10  WS-PRF-DEBIT-OVER PIC 9(09)V99.
               10  WS-PRF-BALANCE-UNDER PIC 9(09)V99.
               10  WS-PRF-FAILED-PAYMENT PIC X(01).
               10  WS-PRF-NEW-BLOCK PIC X(01).
               10  WS-PRF-RETURNED-CHEQUE PIC X(01).
               10  WS-PRF-CUST-ID   PIC 9(08).
               10  WS-PRF-BRANCH-CODE PIC X(04).
               10  WS-PRF-PHONE     PIC X(15).
               10  WS-PRF-EMAIL     PIC X(40).
               10  WS-PRF-SMS-SW    PIC X(01).
                   88  WS-PRF-SMS-USABLE VALUE "Y".
               10  WS-PRF-EMAIL-SW  PIC X(01).
                   88  WS-PRF-EMAIL-USABLE VALUE "Y".
               10  WS-PRF-NO-CONTACT-REASON PIC X(30).
               10  WS-PRF-UNSENT    PIC 9(4) COMP.
       01  WS-PRF-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-PRF-FOUND-SW          PIC X(1).
           88  PREFERENCE-FOUND     VALUE "Y".
       01  WS-AT-SIGN-COUNT         PIC 9(4) COMP VALUE 0.
      *
      * Branches with at least one exception, in the order first
      * met, so the exceptions list comes out branch by branch.
      *
       01  WS-BRANCH-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRN-CODE OCCURS 500 TIMES PIC X(04).
       01  WS-BRN-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-BRN-FOUND-SW          PIC X(1).
           88  BRANCH-FOUND         VALUE "Y".
      *
      * The alert in hand.
      *
       01  WS-ALERT-ACCOUNT         PIC X(10).
       01  WS-ALERT-TYPE            PIC X(01).
       01  WS-ALERT-AMOUNT          PIC 9(09)V99.
       01  WS-ALERT-TEXT            PIC X(40).
       01  WS-DEBIT-SW              PIC X(1).
           88  LEDGER-DEBIT         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           PERFORM LOAD-PREFERENCES
           IF WS-PREF-COUNT = 0
               DISPLAY "ALRTEXTR: NO ALERT PREFERENCES - NOTHING TO DO"
               PERFORM WRITE-STEP-STAT
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SMS-ALERT-FILE EMAIL-ALERT-FILE
           PERFORM SCAN-LEDGER-DEBITS
           PERFORM SCAN-BALANCE-HISTORY
           PERFORM SCAN-STANDING-ORDERS
           PERFORM SCAN-DIRECT-DEBIT-RETURNS
           PERFORM SCAN-HOLDS
           PERFORM SCAN-RESTRICTIONS
           PERFORM SCAN-RETURNED-CHEQUES
           CLOSE SMS-ALERT-FILE EMAIL-ALERT-FILE
           PERFORM WRITE-EXCEPTIONS
           DISPLAY "ALRTEXTR: ACCOUNTS WITH PREFERENCES "
               WS-PREF-COUNT
           DISPLAY "ALRTEXTR: ALERTS RAISED             "
               WS-ALERT-COUNT
           DISPLAY "ALRTEXTR: SMS RECORDS WRITTEN       " WS-SMS-COUNT
           DISPLAY "ALRTEXTR: E-MAIL RECORDS WRITTEN    "
               WS-EMAIL-COUNT
           DISPLAY "ALRTEXTR: ALERTS NOT SENDABLE       "
               WS-UNSENT-COUNT
           DISPLAY "ALRTEXTR: ACCOUNTS WITHOUT CONTACT  "
               WS-EXCEPTION-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      * The preferences are loaded once and each account resolved
      * to its customer's contact details up front, so every event
      * afterwards is a table lookup.
      *
       LOAD-PREFERENCES.
           OPEN INPUT PREFERENCE-FILE
           IF WS-PREF-FILE-STATUS = "00"
               PERFORM LOAD-PREFERENCE-TABLE
           END-IF.

       LOAD-PREFERENCE-TABLE.
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ALRTEXTR: ACCOUNT MASTER UNAVAILABLE, STATUS "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           PERFORM READ-PREFERENCE
           PERFORM STORE-PREFERENCE UNTIL END-OF-PREFERENCES
           CLOSE PREFERENCE-FILE ACCT-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-ADDR-FILE-STATUS = "00"
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

       READ-PREFERENCE.
           READ PREFERENCE-FILE
               AT END MOVE "Y" TO WS-PREF-EOF
           END-READ.

       STORE-PREFERENCE.
           IF WS-PREF-COUNT = 5000
               DISPLAY "ALRTEXTR: PREFERENCE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PREF-COUNT
           MOVE WS-PREF-COUNT TO WS-PRF-SUB
           MOVE AP-ACCOUNT TO WS-PRF-ACCOUNT(WS-PRF-SUB)
           MOVE AP-CHANNEL TO WS-PRF-CHANNEL(WS-PRF-SUB)
           MOVE AP-DEBIT-OVER TO WS-PRF-DEBIT-OVER(WS-PRF-SUB)
           MOVE AP-BALANCE-UNDER TO WS-PRF-BALANCE-UNDER(WS-PRF-SUB)
           MOVE AP-FAILED-PAYMENT TO WS-PRF-FAILED-PAYMENT(WS-PRF-SUB)
           MOVE AP-NEW-BLOCK TO WS-PRF-NEW-BLOCK(WS-PRF-SUB)
           MOVE AP-RETURNED-CHEQUE
               TO WS-PRF-RETURNED-CHEQUE(WS-PRF-SUB)
           MOVE 0 TO WS-PRF-CUST-ID(WS-PRF-SUB)
           MOVE SPACES TO WS-PRF-BRANCH-CODE(WS-PRF-SUB)
           MOVE SPACES TO WS-PRF-PHONE(WS-PRF-SUB)
           MOVE SPACES TO WS-PRF-EMAIL(WS-PRF-SUB)
           MOVE "N" TO WS-PRF-SMS-SW(WS-PRF-SUB)
           MOVE "N" TO WS-PRF-EMAIL-SW(WS-PRF-SUB)
           MOVE SPACES TO WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB)
           MOVE 0 TO WS-PRF-UNSENT(WS-PRF-SUB)
           PERFORM RESOLVE-CONTACT
           PERFORM READ-PREFERENCE.

       RESOLVE-CONTACT.
           MOVE SPACES TO ACCTM-NUM
           MOVE AP-ACCOUNT TO ACCTM-NUM(3:10)
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER"
                       TO WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB)
               NOT INVALID KEY
                   MOVE ACCTM-CUST-ID TO WS-PRF-CUST-ID(WS-PRF-SUB)
                   PERFORM READ-CONTACT-DETAILS
           END-READ
           IF WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB) = SPACES
               PERFORM CHECK-ALERT-CHANNEL
           END-IF.

       READ-CONTACT-DETAILS.
           IF WS-CUST-FILE-STATUS = "00"
               MOVE WS-PRF-CUST-ID(WS-PRF-SUB) TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-BRANCH-CODE
                           TO WS-PRF-BRANCH-CODE(WS-PRF-SUB)
               END-READ
           END-IF
           MOVE "NO CONTACT DETAILS ON FILE"
               TO WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB)
           IF WS-ADDR-FILE-STATUS = "00"
               MOVE WS-PRF-CUST-ID(WS-PRF-SUB) TO ADR-CUST-ID
               READ CUSTOMER-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TAKE-CONTACT-DETAILS
               END-READ
           END-IF.

       TAKE-CONTACT-DETAILS.
           MOVE SPACES TO WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB)
           MOVE ADR-PHONE TO WS-PRF-PHONE(WS-PRF-SUB)
           MOVE 0 TO WS-AT-SIGN-COUNT
           INSPECT ADR-EMAIL TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
           IF WS-AT-SIGN-COUNT > 0
               MOVE ADR-EMAIL TO WS-PRF-EMAIL(WS-PRF-SUB)
           END-IF.

      *
      * An account set for both channels is served by whichever
      * one works; it is an exception only when neither does.
      *
       CHECK-ALERT-CHANNEL.
           IF (WS-PRF-CHANNEL(WS-PRF-SUB) = "S"
                   OR WS-PRF-CHANNEL(WS-PRF-SUB) = "B")
               AND WS-PRF-PHONE(WS-PRF-SUB) NOT = SPACES
               MOVE "Y" TO WS-PRF-SMS-SW(WS-PRF-SUB)
           END-IF
           IF (WS-PRF-CHANNEL(WS-PRF-SUB) = "E"
                   OR WS-PRF-CHANNEL(WS-PRF-SUB) = "B")
               AND WS-PRF-EMAIL(WS-PRF-SUB) NOT = SPACES
               MOVE "Y" TO WS-PRF-EMAIL-SW(WS-PRF-SUB)
           END-IF
           IF NOT WS-PRF-SMS-USABLE(WS-PRF-SUB)
               AND NOT WS-PRF-EMAIL-USABLE(WS-PRF-SUB)
               EVALUATE WS-PRF-CHANNEL(WS-PRF-SUB)
                   WHEN "S"
                       MOVE "NO PHONE NUMBER FOR SMS"
                           TO WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB)
                   WHEN "E"
                       MOVE "NO USABLE E-MAIL ADDRESS"
                           TO WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB)
                   WHEN "B"
                       MOVE "NO PHONE OR USABLE E-MAIL"
                           TO WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB)
                   WHEN OTHER
                       MOVE "NO ALERT CHANNEL CHOSEN"
                           TO WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB)
               END-EVALUATE
           END-IF.

       FIND-PREFERENCE.
           MOVE "N" TO WS-PRF-FOUND-SW
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PREF-COUNT OR PREFERENCE-FOUND
               IF WS-PRF-ACCOUNT(WS-PRF-SUB) = WS-ALERT-ACCOUNT
                   MOVE "Y" TO WS-PRF-FOUND-SW
               END-IF
           END-PERFORM
           IF PREFERENCE-FOUND
               SUBTRACT 1 FROM WS-PRF-SUB
           END-IF.

       RESET-INPUT-EOF.
           MOVE "N" TO WS-IN-EOF.

      *
      * Debits posted today, one alert per debit over the amount.
      *
       SCAN-LEDGER-DEBITS.
           OPEN INPUT LEDGER-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM RESET-INPUT-EOF
               PERFORM READ-LEDGER
               PERFORM CHECK-LEDGER-ENTRY UNTIL END-OF-INPUT
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       CHECK-LEDGER-ENTRY.
           IF TRX-TIMESTAMP(1:8) = WS-BUSINESS-DATE
               PERFORM SET-LEDGER-DIRECTION
               IF LEDGER-DEBIT
                   MOVE TRX-ACCOUNT-NUM TO WS-ALERT-ACCOUNT
                   PERFORM FIND-PREFERENCE
                   IF PREFERENCE-FOUND
                       AND WS-PRF-DEBIT-OVER(WS-PRF-SUB) > 0
                       AND TRX-AMOUNT > WS-PRF-DEBIT-OVER(WS-PRF-SUB)
                       MOVE "D" TO WS-ALERT-TYPE
                       MOVE TRX-AMOUNT TO WS-ALERT-AMOUNT
                       MOVE "DEBIT ABOVE YOUR ALERT AMOUNT"
                           TO WS-ALERT-TEXT
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-IF
           PERFORM READ-LEDGER.

       SET-LEDGER-DIRECTION.
           IF TRX-TYPE = "INT "
               OR TRX-TYPE = "TDI "
               OR TRX-TYPE = "PCR "
               OR TRX-TYPE = "REV "
               OR TRX-TYPE = "RFE "
               OR TRX-TYPE = "CSH "
               OR TRX-TYPE = "ODC "
               OR TRX-TYPE = "DPC "
               OR TRX-TYPE = "FRF "
               MOVE "N" TO WS-DEBIT-SW
           ELSE
               MOVE "Y" TO WS-DEBIT-SW
           END-IF.

      *
      * Today's snapshot rows from EODSNAP.  An overdrawn account
      * alerts on the overdrawn amount, which the unsigned balance
      * cannot show.
      *
       SCAN-BALANCE-HISTORY.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM RESET-INPUT-EOF
               PERFORM READ-BALANCE-HISTORY
               PERFORM CHECK-BALANCE-ENTRY UNTIL END-OF-INPUT
               CLOSE BALANCE-HISTORY-FILE
           END-IF.

       READ-BALANCE-HISTORY.
           READ BALANCE-HISTORY-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       CHECK-BALANCE-ENTRY.
           IF BH-BUSINESS-DATE = WS-BUSINESS-DATE
               MOVE BH-ACCT-NUM(3:10) TO WS-ALERT-ACCOUNT
               PERFORM FIND-PREFERENCE
               IF PREFERENCE-FOUND
                   AND WS-PRF-BALANCE-UNDER(WS-PRF-SUB) > 0
                   IF BH-OVERDRAWN NUMERIC AND BH-OVERDRAWN > 0
                       MOVE "O" TO WS-ALERT-TYPE
                       MOVE BH-OVERDRAWN TO WS-ALERT-AMOUNT
                       MOVE "ACCOUNT OVERDRAWN BY THIS AMOUNT"
                           TO WS-ALERT-TEXT
                       PERFORM RAISE-ALERT
                   ELSE
                       IF BH-BALANCE < WS-PRF-BALANCE-UNDER(WS-PRF-SUB)
                           MOVE "L" TO WS-ALERT-TYPE
                           MOVE BH-BALANCE TO WS-ALERT-AMOUNT
                           MOVE "BALANCE BELOW YOUR ALERT AMOUNT"
                               TO WS-ALERT-TEXT
                           PERFORM RAISE-ALERT
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-BALANCE-HISTORY.

      *
      * STOGEN's payments carry its name as maker; any of them
      * PAYMENT did not post or hold for approval is a failed
      * standing order.
      *
       SCAN-STANDING-ORDERS.
           OPEN INPUT PAYMENT-AUDIT-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM RESET-INPUT-EOF
               PERFORM READ-PAYMENT-AUDIT
               PERFORM CHECK-PAYMENT-AUDIT UNTIL END-OF-INPUT
               CLOSE PAYMENT-AUDIT-FILE
           END-IF.

       READ-PAYMENT-AUDIT.
           READ PAYMENT-AUDIT-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       CHECK-PAYMENT-AUDIT.
           IF PA-MAKER-ID = "STOGEN"
               AND PA-TIMESTAMP(1:8) = WS-BUSINESS-DATE
               AND PA-STATUS NOT = "00"
               AND PA-STATUS NOT = "62"
               AND PA-STATUS NOT = "63"
               AND PA-STATUS NOT = "77"
               MOVE PA-ACCOUNT-FROM TO WS-ALERT-ACCOUNT
               PERFORM FIND-PREFERENCE
               IF PREFERENCE-FOUND
                   AND WS-PRF-FAILED-PAYMENT(WS-PRF-SUB) = "Y"
                   MOVE "F" TO WS-ALERT-TYPE
                   MOVE PA-AMOUNT TO WS-ALERT-AMOUNT
                   MOVE "STANDING ORDER PAYMENT FAILED"
                       TO WS-ALERT-TEXT
                   PERFORM RAISE-ALERT
               END-IF
           END-IF
           PERFORM READ-PAYMENT-AUDIT.

       SCAN-DIRECT-DEBIT-RETURNS.
           OPEN INPUT DD-RETN-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM RESET-INPUT-EOF
               PERFORM READ-DD-RETURN
               PERFORM CHECK-DD-RETURN UNTIL END-OF-INPUT
               CLOSE DD-RETN-FILE
           END-IF.

       READ-DD-RETURN.
           READ DD-RETN-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       CHECK-DD-RETURN.
           MOVE DR-DEBTOR-ACCT TO WS-ALERT-ACCOUNT
           PERFORM FIND-PREFERENCE
           IF PREFERENCE-FOUND
               AND WS-PRF-FAILED-PAYMENT(WS-PRF-SUB) = "Y"
               MOVE "F" TO WS-ALERT-TYPE
               MOVE DR-AMOUNT TO WS-ALERT-AMOUNT
               MOVE "DIRECT DEBIT NOT PAID" TO WS-ALERT-TEXT
               PERFORM RAISE-ALERT
           END-IF
           PERFORM READ-DD-RETURN.

       SCAN-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM RESET-INPUT-EOF
               PERFORM READ-HOLD
               PERFORM CHECK-HOLD UNTIL END-OF-INPUT
               CLOSE HOLDS-FILE
           END-IF.

       READ-HOLD.
           READ HOLDS-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       CHECK-HOLD.
           IF HLD-ACTIVE AND HLD-PLACED-DATE = WS-BUSINESS-DATE
               MOVE HLD-ACCOUNT TO WS-ALERT-ACCOUNT
               PERFORM FIND-PREFERENCE
               IF PREFERENCE-FOUND
                   AND WS-PRF-NEW-BLOCK(WS-PRF-SUB) = "Y"
                   MOVE "H" TO WS-ALERT-TYPE
                   MOVE HLD-AMOUNT TO WS-ALERT-AMOUNT
                   MOVE "HOLD PLACED ON YOUR ACCOUNT" TO WS-ALERT-TEXT
                   PERFORM RAISE-ALERT
               END-IF
           END-IF
           PERFORM READ-HOLD.

       SCAN-RESTRICTIONS.
           OPEN INPUT RESTRICTION-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM RESET-INPUT-EOF
               PERFORM READ-RESTRICTION
               PERFORM CHECK-RESTRICTION UNTIL END-OF-INPUT
               CLOSE RESTRICTION-FILE
           END-IF.

       READ-RESTRICTION.
           READ RESTRICTION-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       CHECK-RESTRICTION.
           IF RS-ACTIVE AND RS-IMPOSED-DATE = WS-BUSINESS-DATE
               MOVE RS-ACCOUNT TO WS-ALERT-ACCOUNT
               PERFORM FIND-PREFERENCE
               IF PREFERENCE-FOUND
                   AND WS-PRF-NEW-BLOCK(WS-PRF-SUB) = "Y"
                   MOVE "R" TO WS-ALERT-TYPE
                   MOVE 0 TO WS-ALERT-AMOUNT
                   EVALUATE TRUE
                       WHEN RS-DEBITS-BLOCKED
                           MOVE "PAYMENTS OUT BLOCKED ON YOUR ACCOUNT"
                               TO WS-ALERT-TEXT
                       WHEN RS-CREDITS-BLOCKED
                           MOVE "PAYMENTS IN BLOCKED ON YOUR ACCOUNT"
                               TO WS-ALERT-TEXT
                       WHEN OTHER
                           MOVE "YOUR ACCOUNT HAS BEEN RESTRICTED"
                               TO WS-ALERT-TEXT
                   END-EVALUATE
                   PERFORM RAISE-ALERT
               END-IF
           END-IF
           PERFORM READ-RESTRICTION.

       SCAN-RETURNED-CHEQUES.
           OPEN INPUT CHEQUE-DEPOSIT-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM RESET-INPUT-EOF
               PERFORM READ-CHEQUE-DEPOSIT
               PERFORM CHECK-CHEQUE-DEPOSIT UNTIL END-OF-INPUT
               CLOSE CHEQUE-DEPOSIT-FILE
           END-IF.

       READ-CHEQUE-DEPOSIT.
           READ CHEQUE-DEPOSIT-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       CHECK-CHEQUE-DEPOSIT.
           IF CQ-RETURNED AND CQ-STATUS-DATE = WS-BUSINESS-DATE
               MOVE CQ-ACCOUNT TO WS-ALERT-ACCOUNT
               PERFORM FIND-PREFERENCE
               IF PREFERENCE-FOUND
                   AND WS-PRF-RETURNED-CHEQUE(WS-PRF-SUB) = "Y"
                   MOVE "Q" TO WS-ALERT-TYPE
                   MOVE CQ-AMOUNT TO WS-ALERT-AMOUNT
                   MOVE "DEPOSITED CHEQUE RETURNED UNPAID"
                       TO WS-ALERT-TEXT
                   PERFORM RAISE-ALERT
               END-IF
           END-IF
           PERFORM READ-CHEQUE-DEPOSIT.

      *
      * One alert to every usable channel the customer chose; with
      * none, the alert is counted against the account for the
      * branch exceptions list.
      *
       RAISE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           IF WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB) NOT = SPACES
               ADD 1 TO WS-PRF-UNSENT(WS-PRF-SUB)
               ADD 1 TO WS-UNSENT-COUNT
           END-IF
           IF WS-PRF-SMS-USABLE(WS-PRF-SUB)
               MOVE WS-PRF-PHONE(WS-PRF-SUB) TO AS-PHONE
               MOVE WS-PRF-CUST-ID(WS-PRF-SUB) TO AS-CUST-ID
               MOVE WS-ALERT-ACCOUNT TO AS-ACCOUNT
               MOVE WS-ALERT-TYPE TO AS-ALERT-TYPE
               MOVE WS-ALERT-AMOUNT TO AS-AMOUNT
               MOVE WS-BUSINESS-DATE TO AS-BUSINESS-DATE
               MOVE WS-ALERT-TEXT TO AS-TEXT
               WRITE SMS-ALERT-RECORD
               ADD 1 TO WS-SMS-COUNT
           END-IF
           IF WS-PRF-EMAIL-USABLE(WS-PRF-SUB)
               MOVE WS-PRF-EMAIL(WS-PRF-SUB) TO AM-EMAIL
               MOVE WS-PRF-CUST-ID(WS-PRF-SUB) TO AM-CUST-ID
               MOVE WS-ALERT-ACCOUNT TO AM-ACCOUNT
               MOVE WS-ALERT-TYPE TO AM-ALERT-TYPE
               MOVE WS-ALERT-AMOUNT TO AM-AMOUNT
               MOVE WS-BUSINESS-DATE TO AM-BUSINESS-DATE
               MOVE WS-ALERT-TEXT TO AM-TEXT
               WRITE EMAIL-ALERT-RECORD
               ADD 1 TO WS-EMAIL-COUNT
           END-IF.

      *
      * Every account without a usable contact is listed, whether
      * or not it had an alert today, so the branch can fix the
      * details before one is missed.
      *
       WRITE-EXCEPTIONS.
           OPEN OUTPUT EXCEPTION-RPT-FILE
           PERFORM NOTE-EXCEPTION-BRANCH
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PREF-COUNT
           PERFORM WRITE-BRANCH-EXCEPTIONS
               VARYING WS-BRN-SUB FROM 1 BY 1
               UNTIL WS-BRN-SUB > WS-BRANCH-COUNT
           CLOSE EXCEPTION-RPT-FILE.

       NOTE-EXCEPTION-BRANCH.
           IF WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB) NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "N" TO WS-BRN-FOUND-SW
               PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRANCH-COUNT OR BRANCH-FOUND
                   IF WS-BRN-CODE(WS-BRN-SUB) =
                       WS-PRF-BRANCH-CODE(WS-PRF-SUB)
                       MOVE "Y" TO WS-BRN-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT BRANCH-FOUND
                   IF WS-BRANCH-COUNT = 500
                       DISPLAY "ALRTEXTR: BRANCH TABLE FULL - "
                           "RAISE OCCURS"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-PRF-BRANCH-CODE(WS-PRF-SUB)
                       TO WS-BRN-CODE(WS-BRANCH-COUNT)
               END-IF
           END-IF.

       WRITE-BRANCH-EXCEPTIONS.
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PREF-COUNT
               IF WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB) NOT = SPACES
                   AND WS-PRF-BRANCH-CODE(WS-PRF-SUB) =
                       WS-BRN-CODE(WS-BRN-SUB)
                   MOVE SPACES TO EXCEPTION-RPT-RECORD
                   MOVE WS-PRF-BRANCH-CODE(WS-PRF-SUB)
                       TO EX-BRANCH-CODE
                   MOVE WS-PRF-CUST-ID(WS-PRF-SUB) TO EX-CUST-ID
                   MOVE WS-PRF-ACCOUNT(WS-PRF-SUB) TO EX-ACCOUNT
                   MOVE WS-PRF-CHANNEL(WS-PRF-SUB) TO EX-CHANNEL
                   MOVE WS-PRF-NO-CONTACT-REASON(WS-PRF-SUB)
                       TO EX-REASON
                   MOVE WS-PRF-UNSENT(WS-PRF-SUB) TO EX-UNSENT-COUNT
                   WRITE EXCEPTION-RPT-RECORD
               END-IF
           END-PERFORM.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "ALRTEXTR" TO SS-STEP-NAME
           MOVE WS-ALERT-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
