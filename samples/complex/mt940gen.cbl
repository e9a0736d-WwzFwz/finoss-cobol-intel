       IDENTIFICATION DIVISION.
       PROGRAM-ID. MT940GEN.
      *
      * Daily SWIFT MT940-style statement export for the corporate
      * customers flagged on the MT940PRF profile, for loading into
      * their own ledgers instead of re-keying the printed CUSTSTMT.
      * Runs on DLYCHAIN after EODSNAP, so today's BALHIST row is
      * the closing booked balance of every account.
      *
      * Every open ACCTMAST account of a flagged customer gets one
      * message: :20: reference, :25: account, :28C: statement and
      * message number, :60F: opening balance, a :61: line per
      * TRXLEDGR entry posted today -- value date (the BVREG value
      * date for a back-valued posting, otherwise the posting
      * date), entry date, debit/credit mark (credit types as
      * STMTGEN counts them), amount, "N" and the transaction type
      * as the code, TRX-REF as the reference -- then :62F: closing
      * booked and :64: closing available balance.  The opening is
      * the closing less the day's movements, so the message always
      * proves.  The available balance nets the account's active,
      * unexpired holds off the booked balance, the way BALCHK
      * authorizes.
      *
      * Each customer's file of the day carries the next number in
      * that customer's sequence as the :28C: statement number, and
      * is written even on a day without movements, so the customer
      * can tell a missing day from a quiet one.  The numbers carry
      * forward on MT940PRF.NEW; a rerun on the same business date
      * reuses the day's number rather than opening a gap.  Lines go
      * to MT940OUT tagged with customer and file number for the
      * delivery job to split; MT940RPT lists each file, and a
      * flagged customer with no open account ends the step RC=4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "MT940PRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
           SELECT PROFILE-OUT-FILE ASSIGN TO "MT940PRF.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "TRXLEDGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BACK-VALUE-FILE ASSIGN TO "BVREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT MT940-OUT-FILE ASSIGN TO "MT940OUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MT940-RPT-FILE ASSIGN TO "MT940RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * One profile row per customer taking the export: the last
      * file number sent and the business date it was sent.
      *
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05  MP-CUST-ID           PIC 9(08).
           05  MP-LAST-FILE-SEQ     PIC 9(05).
           05  MP-LAST-FILE-DATE    PIC 9(08).

       FD  PROFILE-OUT-FILE.
       01  PROFILE-OUT-RECORD.
           05  MPO-CUST-ID          PIC 9(08).
           05  MPO-LAST-FILE-SEQ    PIC 9(05).
           05  MPO-LAST-FILE-DATE   PIC 9(08).

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  LEDGER-FILE.
       COPY TRXLEDGR.

       FD  HOLDS-FILE.
       COPY HOLDS.

       FD  BACK-VALUE-FILE.
       COPY BVREG.

      *
      * One statement line per record, routed by customer and file
      * number; MX-LINE is the tag line exactly as delivered.
      *
       FD  MT940-OUT-FILE.
       01  MT940-OUT-RECORD.
           05  MX-CUST-ID           PIC 9(08).
           05  MX-FILE-SEQ          PIC 9(05).
           05  MX-LINE              PIC X(65).

       FD  MT940-RPT-FILE.
       01  MT940-RPT-RECORD.
           05  MR-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  MR-FILE-SEQ          PIC 9(05).
           05  FILLER               PIC X(02).
           05  MR-ACCOUNT-COUNT     PIC ZZZ9.
           05  FILLER               PIC X(02).
           05  MR-ENTRY-COUNT       PIC ZZZZZZ9.
           05  FILLER               PIC X(02).
           05  MR-NOTE              PIC X(30).

      *
      * One-line handoff of this step's processed count for DLYCHAIN
      * to carry onto the run-control history.
      *
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-PROF-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-IN-FILE-STATUS        PIC X(2).
       01  WS-PROF-EOF              PIC X(1) VALUE "N".
           88  END-OF-PROFILES      VALUE "Y".
       01  WS-ACCT-EOF              PIC X(1) VALUE "N".
           88  END-OF-ACCOUNTS      VALUE "Y".
       01  WS-IN-EOF                PIC X(1) VALUE "N".
           88  END-OF-INPUT         VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-MESSAGE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-NO-ACCOUNT-COUNT      PIC 9(7) COMP VALUE 0.
      *
      * The flagged customers, with the file number today's export
      * goes out under.
      *
       01  WS-PROF-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-PROF-TABLE.
           05  WS-PRF-ENTRY OCCURS 500 TIMES.
               10  WS-PRF-CUST-ID   PIC 9(08).
               10  WS-PRF-LAST-SEQ  PIC 9(05).
               10  WS-PRF-LAST-DATE PIC 9(08).
               10  WS-PRF-FILE-SEQ  PIC 9(05).
               10  WS-PRF-ACCT-COUNT PIC 9(4) COMP.
               10  WS-PRF-ENTRY-COUNT PIC 9(7) COMP.
       01  WS-PRF-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-PRF-FOUND-SW          PIC X(1).
           88  PROFILE-FOUND        VALUE "Y".
      *
      * The open accounts of those customers, with the day's
      * movements and holds summed as the files are passed.
      *
       01  WS-ACCT-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES.
               10  WS-ACC-NUM       PIC X(10).
               10  WS-ACC-PRF-SUB   PIC 9(4) COMP.
               10  WS-ACC-CURRENCY  PIC X(03).
               10  WS-ACC-CLOSING   PIC S9(09)V99.
               10  WS-ACC-CREDITS   PIC 9(11)V99.
               10  WS-ACC-DEBITS    PIC 9(11)V99.
               10  WS-ACC-HELD      PIC 9(11)V99.
       01  WS-ACC-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-ACC-FOUND-SW          PIC X(1).
           88  ACCOUNT-FOUND        VALUE "Y".
       01  WS-LOOKUP-ACCOUNT        PIC X(10).
      *
      * Today's ledger entries for those accounts, in posting order.
      *
       01  WS-ENTRY-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-ENTRY-TABLE.
           05  WS-ENT-ENTRY OCCURS 20000 TIMES.
               10  WS-ENT-ACC-SUB   PIC 9(4) COMP.
               10  WS-ENT-TYPE      PIC X(04).
               10  WS-ENT-AMOUNT    PIC 9(09)V99.
               10  WS-ENT-TIMESTAMP PIC X(14).
               10  WS-ENT-REF       PIC X(16).
               10  WS-ENT-VALUE-DATE PIC 9(08).
       01  WS-ENT-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-ENTRY-CREDIT-SW       PIC X(1).
           88  ENTRY-IS-CREDIT      VALUE "Y".
      *
      * Message building.
      *
       01  WS-MESSAGE-NUMBER        PIC 9(03) VALUE 0.
       01  WS-SWIFT-DATE            PIC X(06).
       01  WS-BALANCE-TAG           PIC X(05).
       01  WS-BALANCE-AMOUNT        PIC S9(09)V99.
       01  WS-DC-MARK               PIC X(01).
       01  WS-FMT-AMOUNT            PIC 9(09)V99.
       01  WS-FMT-DIGITS REDEFINES WS-FMT-AMOUNT.
           05  WS-FMT-INTEGER       PIC X(09).
           05  WS-FMT-DECIMAL       PIC X(02).
       01  WS-FMT-ZEROS             PIC 9(2) COMP VALUE 0.
       01  WS-SWIFT-AMOUNT          PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-TODAY(3:6) TO WS-SWIFT-DATE
           PERFORM LOAD-PROFILES
           IF WS-PROF-COUNT = 0
               DISPLAY "MT940GEN: NO MT940 PROFILES, NOTHING TO DO"
               PERFORM WRITE-STEP-STAT
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNTS
           PERFORM TAKE-CLOSING-BALANCES
           PERFORM GATHER-LEDGER-ENTRIES
           PERFORM TAKE-BACK-VALUE-DATES
           PERFORM NET-ACTIVE-HOLDS
           OPEN OUTPUT MT940-OUT-FILE MT940-RPT-FILE
           PERFORM WRITE-CUSTOMER-FILE
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PROF-COUNT
           CLOSE MT940-OUT-FILE MT940-RPT-FILE
           PERFORM WRITE-PROFILES
           DISPLAY "MT940GEN: CUSTOMER FILES       " WS-PROF-COUNT
           DISPLAY "MT940GEN: ACCOUNT STATEMENTS   " WS-MESSAGE-COUNT
           DISPLAY "MT940GEN: STATEMENT LINES      " WS-ENTRY-COUNT
           DISPLAY "MT940GEN: CUSTOMERS NO ACCOUNT "
               WS-NO-ACCOUNT-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-NO-ACCOUNT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      * A customer not yet sent a file today moves to the next
      * number; one already sent today keeps it, so a rerun
      * replaces the day's file instead of skipping a number.
      *
       LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-FILE-STATUS = "00"
               PERFORM READ-PROFILE
               PERFORM STORE-PROFILE UNTIL END-OF-PROFILES
               CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE.
           READ PROFILE-FILE
               AT END MOVE "Y" TO WS-PROF-EOF
           END-READ.

       STORE-PROFILE.
           IF WS-PROF-COUNT = 500
               DISPLAY "MT940GEN: PROFILE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROF-COUNT
           MOVE MP-CUST-ID TO WS-PRF-CUST-ID(WS-PROF-COUNT)
           MOVE MP-LAST-FILE-SEQ TO WS-PRF-LAST-SEQ(WS-PROF-COUNT)
           MOVE MP-LAST-FILE-DATE TO WS-PRF-LAST-DATE(WS-PROF-COUNT)
           IF MP-LAST-FILE-DATE = WS-TODAY
               MOVE MP-LAST-FILE-SEQ
                   TO WS-PRF-FILE-SEQ(WS-PROF-COUNT)
           ELSE
               COMPUTE WS-PRF-FILE-SEQ(WS-PROF-COUNT) =
                   MP-LAST-FILE-SEQ + 1
           END-IF
           MOVE 0 TO WS-PRF-ACCT-COUNT(WS-PROF-COUNT)
           MOVE 0 TO WS-PRF-ENTRY-COUNT(WS-PROF-COUNT)
           PERFORM READ-PROFILE.

       FIND-PROFILE.
           MOVE "N" TO WS-PRF-FOUND-SW
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PROF-COUNT OR PROFILE-FOUND
               IF WS-PRF-CUST-ID(WS-PRF-SUB) = ACCTM-CUST-ID
                   MOVE "Y" TO WS-PRF-FOUND-SW
               END-IF
           END-PERFORM
           IF PROFILE-FOUND
               SUBTRACT 1 FROM WS-PRF-SUB
           END-IF.

      *
      * Closed accounts are left off.  The ACCTMAST balance stands
      * as the closing until today's snapshot row is found.
      *
       LOAD-ACCOUNTS.
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "MT940GEN: ACCOUNT MASTER UNAVAILABLE, STATUS "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ACCOUNT
           PERFORM STORE-ACCOUNT UNTIL END-OF-ACCOUNTS
           CLOSE ACCT-MASTER-FILE.

       READ-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-ACCT-EOF
           END-READ.

       STORE-ACCOUNT.
           IF ACCTM-STATUS NOT = "C"
               PERFORM FIND-PROFILE
               IF PROFILE-FOUND
                   IF WS-ACCT-COUNT = 2000
                       DISPLAY "MT940GEN: ACCOUNT TABLE FULL - "
                           "RAISE OCCURS"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE ACCTM-NUM(3:10) TO WS-ACC-NUM(WS-ACCT-COUNT)
                   MOVE WS-PRF-SUB TO WS-ACC-PRF-SUB(WS-ACCT-COUNT)
                   MOVE ACCTM-CURRENCY
                       TO WS-ACC-CURRENCY(WS-ACCT-COUNT)
                   MOVE ACCTM-BALANCE TO WS-ACC-CLOSING(WS-ACCT-COUNT)
                   MOVE 0 TO WS-ACC-CREDITS(WS-ACCT-COUNT)
                   MOVE 0 TO WS-ACC-DEBITS(WS-ACCT-COUNT)
                   MOVE 0 TO WS-ACC-HELD(WS-ACCT-COUNT)
                   ADD 1 TO WS-PRF-ACCT-COUNT(WS-PRF-SUB)
               END-IF
           END-IF
           PERFORM READ-ACCOUNT.

       FIND-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACCT-COUNT OR ACCOUNT-FOUND
               IF WS-ACC-NUM(WS-ACC-SUB) = WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-ACC-FOUND-SW
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACC-SUB
           END-IF.

      *
      * EODSNAP's row for today is the booked closing; an account
      * that sat overdrawn closes on the negative of the overdrawn
      * figure, which the unsigned balance cannot carry.
      *
       TAKE-CLOSING-BALANCES.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-BALANCE-HISTORY
               PERFORM TAKE-ONE-CLOSING UNTIL END-OF-INPUT
               CLOSE BALANCE-HISTORY-FILE
           END-IF.

       READ-BALANCE-HISTORY.
           READ BALANCE-HISTORY-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-ONE-CLOSING.
           IF BH-BUSINESS-DATE = WS-TODAY
               MOVE BH-ACCT-NUM(3:10) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF ACCOUNT-FOUND
                   IF BH-OVERDRAWN NUMERIC AND BH-OVERDRAWN > 0
                       COMPUTE WS-ACC-CLOSING(WS-ACC-SUB) =
                           0 - BH-OVERDRAWN
                   ELSE
                       MOVE BH-BALANCE TO WS-ACC-CLOSING(WS-ACC-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-BALANCE-HISTORY.

       GATHER-LEDGER-ENTRIES.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-LEDGER
               PERFORM GATHER-ONE-ENTRY UNTIL END-OF-INPUT
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       GATHER-ONE-ENTRY.
           IF TRX-TIMESTAMP(1:8) = WS-TODAY
               MOVE TRX-ACCOUNT-NUM TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF ACCOUNT-FOUND
                   PERFORM STORE-LEDGER-ENTRY
               END-IF
           END-IF
           PERFORM READ-LEDGER.

       STORE-LEDGER-ENTRY.
           IF WS-ENTRY-COUNT = 20000
               DISPLAY "MT940GEN: ENTRY TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-ENTRY-COUNT TO WS-ENT-SUB
           MOVE WS-ACC-SUB TO WS-ENT-ACC-SUB(WS-ENT-SUB)
           MOVE TRX-TYPE TO WS-ENT-TYPE(WS-ENT-SUB)
           MOVE TRX-AMOUNT TO WS-ENT-AMOUNT(WS-ENT-SUB)
           MOVE TRX-TIMESTAMP TO WS-ENT-TIMESTAMP(WS-ENT-SUB)
           MOVE TRX-REF TO WS-ENT-REF(WS-ENT-SUB)
           MOVE TRX-TIMESTAMP(1:8) TO WS-ENT-VALUE-DATE(WS-ENT-SUB)
           PERFORM SET-ENTRY-DIRECTION
           IF ENTRY-IS-CREDIT
               ADD TRX-AMOUNT TO WS-ACC-CREDITS(WS-ACC-SUB)
           ELSE
               ADD TRX-AMOUNT TO WS-ACC-DEBITS(WS-ACC-SUB)
           END-IF
           ADD 1 TO WS-PRF-ENTRY-COUNT(WS-ACC-PRF-SUB(WS-ACC-SUB)).

       SET-ENTRY-DIRECTION.
           IF WS-ENT-TYPE(WS-ENT-SUB) = "INT "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "TDI "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "PCR "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "REV "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "RFE "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "CSH "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "ODC "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "DPC "
               OR WS-ENT-TYPE(WS-ENT-SUB) = "FRF "
               MOVE "Y" TO WS-ENTRY-CREDIT-SW
           ELSE
               MOVE "N" TO WS-ENTRY-CREDIT-SW
           END-IF.

      *
      * PAYMENT registers each customer leg of a back-valued posting
      * on BVREG as it lands; today's rows give those entries their
      * value date in place of the posting date.
      *
       TAKE-BACK-VALUE-DATES.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT BACK-VALUE-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-BACK-VALUE
               PERFORM TAKE-ONE-BACK-VALUE UNTIL END-OF-INPUT
               CLOSE BACK-VALUE-FILE
           END-IF.

       READ-BACK-VALUE.
           READ BACK-VALUE-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       TAKE-ONE-BACK-VALUE.
           IF BV-POSTED-DATE = WS-TODAY
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENTRY-COUNT
                   IF WS-ENT-REF(WS-ENT-SUB) = BV-TRX-REF
                       AND WS-ACC-NUM(WS-ENT-ACC-SUB(WS-ENT-SUB))
                           = BV-ACCOUNT
                       MOVE BV-VALUE-DATE
                           TO WS-ENT-VALUE-DATE(WS-ENT-SUB)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-BACK-VALUE.

      *
      * BALCHK's netting: active holds count until released, and
      * until their expiry date when they carry one.
      *
       NET-ACTIVE-HOLDS.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM READ-HOLD
               PERFORM NET-ONE-HOLD UNTIL END-OF-INPUT
               CLOSE HOLDS-FILE
           END-IF.

       READ-HOLD.
           READ HOLDS-FILE
               AT END MOVE "Y" TO WS-IN-EOF
           END-READ.

       NET-ONE-HOLD.
           IF HLD-ACTIVE
               AND (HLD-EXPIRY-DATE = 0
                   OR HLD-EXPIRY-DATE NOT < WS-TODAY)
               MOVE HLD-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF ACCOUNT-FOUND
                   ADD HLD-AMOUNT TO WS-ACC-HELD(WS-ACC-SUB)
               END-IF
           END-IF
           PERFORM READ-HOLD.

      *
      * One customer's file: a message per account, numbered within
      * the file, under the customer's file number.
      *
       WRITE-CUSTOMER-FILE.
           MOVE SPACES TO MT940-RPT-RECORD
           MOVE WS-PRF-CUST-ID(WS-PRF-SUB) TO MR-CUST-ID
           MOVE WS-PRF-FILE-SEQ(WS-PRF-SUB) TO MR-FILE-SEQ
           MOVE WS-PRF-ACCT-COUNT(WS-PRF-SUB) TO MR-ACCOUNT-COUNT
           MOVE WS-PRF-ENTRY-COUNT(WS-PRF-SUB) TO MR-ENTRY-COUNT
           IF WS-PRF-ACCT-COUNT(WS-PRF-SUB) = 0
               ADD 1 TO WS-NO-ACCOUNT-COUNT
               MOVE WS-PRF-LAST-SEQ(WS-PRF-SUB) TO MR-FILE-SEQ
               MOVE "NO OPEN ACCOUNT - NOT SENT" TO MR-NOTE
           ELSE
               MOVE 0 TO WS-MESSAGE-NUMBER
               PERFORM WRITE-ACCOUNT-MESSAGE
                   VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACCT-COUNT
               MOVE WS-PRF-FILE-SEQ(WS-PRF-SUB)
                   TO WS-PRF-LAST-SEQ(WS-PRF-SUB)
               MOVE WS-TODAY TO WS-PRF-LAST-DATE(WS-PRF-SUB)
               MOVE "SENT" TO MR-NOTE
           END-IF
           WRITE MT940-RPT-RECORD.

       WRITE-ACCOUNT-MESSAGE.
           IF WS-ACC-PRF-SUB(WS-ACC-SUB) = WS-PRF-SUB
               ADD 1 TO WS-MESSAGE-NUMBER
               ADD 1 TO WS-MESSAGE-COUNT
               MOVE SPACES TO MX-LINE
               STRING ":20:" WS-SWIFT-DATE
                   WS-PRF-FILE-SEQ(WS-PRF-SUB) WS-MESSAGE-NUMBER
                   DELIMITED BY SIZE INTO MX-LINE
               PERFORM WRITE-MT940-LINE
               MOVE SPACES TO MX-LINE
               STRING ":25:" WS-ACC-NUM(WS-ACC-SUB)
                   DELIMITED BY SIZE INTO MX-LINE
               PERFORM WRITE-MT940-LINE
               MOVE SPACES TO MX-LINE
               STRING ":28C:" WS-PRF-FILE-SEQ(WS-PRF-SUB) "/"
                   WS-MESSAGE-NUMBER
                   DELIMITED BY SIZE INTO MX-LINE
               PERFORM WRITE-MT940-LINE
               MOVE ":60F:" TO WS-BALANCE-TAG
               COMPUTE WS-BALANCE-AMOUNT =
                   WS-ACC-CLOSING(WS-ACC-SUB)
                   - WS-ACC-CREDITS(WS-ACC-SUB)
                   + WS-ACC-DEBITS(WS-ACC-SUB)
               PERFORM WRITE-BALANCE-LINE
               PERFORM WRITE-STATEMENT-LINE
                   VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENTRY-COUNT
               MOVE ":62F:" TO WS-BALANCE-TAG
               MOVE WS-ACC-CLOSING(WS-ACC-SUB) TO WS-BALANCE-AMOUNT
               PERFORM WRITE-BALANCE-LINE
               MOVE ":64:" TO WS-BALANCE-TAG
               COMPUTE WS-BALANCE-AMOUNT =
                   WS-ACC-CLOSING(WS-ACC-SUB)
                   - WS-ACC-HELD(WS-ACC-SUB)
               PERFORM WRITE-BALANCE-LINE
           END-IF.

       WRITE-BALANCE-LINE.
           IF WS-BALANCE-AMOUNT < 0
               MOVE "D" TO WS-DC-MARK
               COMPUTE WS-FMT-AMOUNT = 0 - WS-BALANCE-AMOUNT
           ELSE
               MOVE "C" TO WS-DC-MARK
               MOVE WS-BALANCE-AMOUNT TO WS-FMT-AMOUNT
           END-IF
           PERFORM FORMAT-SWIFT-AMOUNT
           MOVE SPACES TO MX-LINE
           STRING WS-BALANCE-TAG DELIMITED BY SPACE
               WS-DC-MARK WS-SWIFT-DATE
               WS-ACC-CURRENCY(WS-ACC-SUB)
               DELIMITED BY SIZE
               WS-SWIFT-AMOUNT DELIMITED BY SPACE
               INTO MX-LINE
           PERFORM WRITE-MT940-LINE.

      *
      * :61: value date, entry date (MMDD), mark, amount, "N" and
      * the three-character transaction code, then the reference.
      * The entry date is always the posting date.
      *
       WRITE-STATEMENT-LINE.
           IF WS-ENT-ACC-SUB(WS-ENT-SUB) = WS-ACC-SUB
               PERFORM SET-ENTRY-DIRECTION
               IF ENTRY-IS-CREDIT
                   MOVE "C" TO WS-DC-MARK
               ELSE
                   MOVE "D" TO WS-DC-MARK
               END-IF
               MOVE WS-ENT-AMOUNT(WS-ENT-SUB) TO WS-FMT-AMOUNT
               PERFORM FORMAT-SWIFT-AMOUNT
               MOVE SPACES TO MX-LINE
               STRING ":61:" WS-ENT-VALUE-DATE(WS-ENT-SUB)(3:6)
                   WS-ENT-TIMESTAMP(WS-ENT-SUB)(5:4)
                   WS-DC-MARK
                   DELIMITED BY SIZE
                   WS-SWIFT-AMOUNT DELIMITED BY SPACE
                   "N" WS-ENT-TYPE(WS-ENT-SUB)(1:3)
                   WS-ENT-REF(WS-ENT-SUB)
                   DELIMITED BY SIZE
                   INTO MX-LINE
               PERFORM WRITE-MT940-LINE
           END-IF.

      *
      * SWIFT amounts carry no leading zeros and a comma for the
      * decimal point.
      *
       FORMAT-SWIFT-AMOUNT.
           MOVE 0 TO WS-FMT-ZEROS
           INSPECT WS-FMT-INTEGER TALLYING WS-FMT-ZEROS
               FOR LEADING "0"
           IF WS-FMT-ZEROS = 9
               MOVE 8 TO WS-FMT-ZEROS
           END-IF
           MOVE SPACES TO WS-SWIFT-AMOUNT
           STRING WS-FMT-INTEGER(WS-FMT-ZEROS + 1:) "," WS-FMT-DECIMAL
               DELIMITED BY SIZE INTO WS-SWIFT-AMOUNT.

       WRITE-MT940-LINE.
           MOVE WS-PRF-CUST-ID(WS-PRF-SUB) TO MX-CUST-ID
           MOVE WS-PRF-FILE-SEQ(WS-PRF-SUB) TO MX-FILE-SEQ
           WRITE MT940-OUT-RECORD.

      *
      * The profile carries forward with each sent customer's file
      * number and date advanced; a customer with nothing sent
      * keeps the numbers it had.
      *
       WRITE-PROFILES.
           OPEN OUTPUT PROFILE-OUT-FILE
           PERFORM WRITE-ONE-PROFILE
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PROF-COUNT
           CLOSE PROFILE-OUT-FILE.

       WRITE-ONE-PROFILE.
           MOVE WS-PRF-CUST-ID(WS-PRF-SUB) TO MPO-CUST-ID
           MOVE WS-PRF-LAST-SEQ(WS-PRF-SUB) TO MPO-LAST-FILE-SEQ
           MOVE WS-PRF-LAST-DATE(WS-PRF-SUB) TO MPO-LAST-FILE-DATE
           WRITE PROFILE-OUT-RECORD.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "MT940GEN" TO SS-STEP-NAME
           MOVE WS-MESSAGE-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
