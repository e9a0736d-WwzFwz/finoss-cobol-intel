       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLRESCRN.
      *
      * Watchlist rescreening of the whole customer base, run daily
      * on DLYCHAIN.  PAYMENT screens the parties to a payment as it
      * posts; this step catches the customer who was listed after
      * their last payment.  The current WATCHLST is compared with
      * WLSNAP, the copy this program last screened against, and
      * only the entries that are new or changed are screened -- a
      * day with no new watchlist version has nothing to screen and
      * the step ends at once.
      *
      * Against those entries go every active CUSTMAST name, every
      * CUSTADDR address line, phone number and e-mail address, and
      * the CUSTMAST name of every active joint holder on ACCTREL.
      * Names screen against the "N" entries; address details
      * against "N" entries and the "D" (address or contact detail)
      * entries, which PAYMENT passes over.  Matching is exact, as
      * in PAYMENT.  Each potential match is appended to SCRNCASE
      * for the compliance officer's decision through SCRNREVW,
      * carrying the matched value, unless the customer already has
      * an open or confirmed case on that value; every case raised
      * is listed on WLRSRPT.  WLSNAP is rewritten from the current
      * list at the end of the run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "WLSNAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDR-FILE-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT RESCREEN-RPT-FILE ASSIGN TO "WLRSRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      * The compliance watchlist, as PAYMENT reads it.
      *
       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD.
           05  WL-TYPE              PIC X(01).
               88  WL-ACCOUNT-ENTRY VALUE "A".
               88  WL-NAME-ENTRY    VALUE "N".
               88  WL-DETAIL-ENTRY  VALUE "D".
           05  WL-VALUE             PIC X(30).

      *
      * The watchlist as it stood at the last rescreening.
      *
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  WLS-TYPE             PIC X(01).
           05  WLS-VALUE            PIC X(30).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  RELATION-FILE.
       COPY ACCTREL.

       FD  SCREEN-CASE-FILE.
       COPY SCRNCASE.

       FD  RESCREEN-RPT-FILE.
       01  RESCREEN-RPT-RECORD.
           05  RR-CASE-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  RR-CUST-ID           PIC 9(08).
           05  FILLER               PIC X(02).
           05  RR-SOURCE            PIC X(01).
           05  FILLER               PIC X(02).
           05  RR-SCREENED-VALUE    PIC X(40).
           05  FILLER               PIC X(02).
           05  RR-MATCHED-VALUE     PIC X(30).

      *
      * One-line handoff of this step's processed count for DLYCHAIN
      * to carry onto the run-control history.
      *
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05  SS-STEP-NAME         PIC X(10).
           05  SS-RECORD-COUNT      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-WATCH-FILE-STATUS     PIC X(2).
       01  WS-SNAP-FILE-STATUS      PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ADDR-FILE-STATUS      PIC X(2).
       01  WS-REL-FILE-STATUS       PIC X(2).
       01  WS-CASE-FILE-STATUS      PIC X(2).
       01  WS-WATCH-EOF             PIC X(1) VALUE "N".
           88  END-OF-WATCHLIST     VALUE "Y".
       01  WS-SNAP-EOF              PIC X(1) VALUE "N".
           88  END-OF-SNAPSHOT      VALUE "Y".
       01  WS-CUST-EOF              PIC X(1) VALUE "N".
           88  END-OF-CUSTOMERS     VALUE "Y".
       01  WS-ADDR-EOF              PIC X(1) VALUE "N".
           88  END-OF-ADDRESSES     VALUE "Y".
       01  WS-REL-EOF               PIC X(1) VALUE "N".
           88  END-OF-RELATIONS     VALUE "Y".
       01  WS-CASE-EOF              PIC X(1) VALUE "N".
           88  END-OF-CASES         VALUE "Y".
       01  WS-CASE-FILE-SW          PIC X(1) VALUE "N".
           88  CASE-FILE-EXISTS     VALUE "Y".
       01  WS-SCREENED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-DELTA-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-CASE-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-ALREADY-OPEN-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-HIGH-CASE-ID          PIC 9(08) VALUE 0.
       01  WS-RESCREEN-MAKER        PIC X(08) VALUE "WLRESCRN".
      *
      * The current watchlist, each entry marked when it is not on
      * the last screened copy.
      *
       01  WS-WATCH-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-WATCH-TABLE.
           05  WS-WCH-ENTRY OCCURS 1000 TIMES.
               10  WS-WCH-TYPE      PIC X(01).
               10  WS-WCH-VALUE     PIC X(30).
               10  WS-WCH-NEW-SW    PIC X(01).
       01  WS-WCH-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-SNAP-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-SNAP-TABLE.
           05  WS-SNP-ENTRY OCCURS 1000 TIMES.
               10  WS-SNP-TYPE      PIC X(01).
               10  WS-SNP-VALUE     PIC X(30).
       01  WS-SNP-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-SNP-FOUND-SW          PIC X(1).
           88  SNAPSHOT-FOUND       VALUE "Y".
      *
      * Customer and matched value of every case still open or
      * confirmed, so a customer is not raised twice on one entry.
      *
       01  WS-OPEN-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPN-ENTRY OCCURS 5000 TIMES.
               10  WS-OPN-CUST-ID   PIC 9(08).
               10  WS-OPN-VALUE     PIC X(30).
       01  WS-OPN-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-OPN-FOUND-SW          PIC X(1).
           88  OPEN-CASE-FOUND      VALUE "Y".
      *
      * The customer detail in hand and what it is screened as.
      *
       01  WS-SCREEN-CUST-ID        PIC 9(08).
       01  WS-SCREEN-SOURCE         PIC X(01).
           88  SCREENING-ADDRESS    VALUE "A".
       01  WS-SCREEN-VALUE          PIC X(40).
       01  WS-CASE-TIMESTAMP.
           05  WS-CASE-TS-DATE      PIC 9(08).
           05  WS-CASE-TS-TIME      PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-CASE-TS-DATE
           ACCEPT WS-CASE-TS-TIME FROM TIME
           PERFORM LOAD-WATCHLIST
           IF WS-WATCH-FILE-STATUS NOT = "00"
               DISPLAY "WLRESCRN: NO WATCHLIST - NOTHING TO SCREEN"
               PERFORM WRITE-STEP-STAT
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SNAPSHOT
           PERFORM MARK-CHANGED-ENTRY
               VARYING WS-WCH-SUB FROM 1 BY 1
               UNTIL WS-WCH-SUB > WS-WATCH-COUNT
           DISPLAY "WLRESCRN: NEW OR CHANGED ENTRIES " WS-DELTA-COUNT
           IF WS-DELTA-COUNT = 0
               DISPLAY "WLRESCRN: WATCHLIST UNCHANGED SINCE LAST RUN"
               PERFORM WRITE-STEP-STAT
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "WLRESCRN: CUSTOMER MASTER UNAVAILABLE, STATUS "
                   WS-CUST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-OPEN-CASES
           IF CASE-FILE-EXISTS
               OPEN EXTEND SCREEN-CASE-FILE
           ELSE
               OPEN OUTPUT SCREEN-CASE-FILE
           END-IF
           OPEN OUTPUT RESCREEN-RPT-FILE
           PERFORM SCREEN-CUSTOMER-NAMES
           PERFORM SCREEN-CUSTOMER-ADDRESSES
           PERFORM SCREEN-JOINT-HOLDERS
           CLOSE CUSTOMER-MASTER-FILE SCREEN-CASE-FILE
               RESCREEN-RPT-FILE
           PERFORM WRITE-SNAPSHOT
           DISPLAY "WLRESCRN: DETAILS SCREENED   " WS-SCREENED-COUNT
           DISPLAY "WLRESCRN: CASES RAISED       " WS-CASE-COUNT
           DISPLAY "WLRESCRN: ALREADY ON A CASE  "
               WS-ALREADY-OPEN-COUNT
           PERFORM WRITE-STEP-STAT
           IF WS-CASE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCH-FILE-STATUS = "00"
               PERFORM READ-WATCHLIST
               PERFORM STORE-WATCHLIST-ENTRY UNTIL END-OF-WATCHLIST
               CLOSE WATCHLIST-FILE
           END-IF.

       READ-WATCHLIST.
           READ WATCHLIST-FILE
               AT END MOVE "Y" TO WS-WATCH-EOF
           END-READ.

       STORE-WATCHLIST-ENTRY.
           IF WS-WATCH-COUNT = 1000
               DISPLAY "WLRESCRN: WATCHLIST TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WATCH-COUNT
           MOVE WL-TYPE TO WS-WCH-TYPE(WS-WATCH-COUNT)
           MOVE WL-VALUE TO WS-WCH-VALUE(WS-WATCH-COUNT)
           MOVE "N" TO WS-WCH-NEW-SW(WS-WATCH-COUNT)
           PERFORM READ-WATCHLIST.

      *
      * No WLSNAP means the list has never been screened, so every
      * entry counts as new and the whole base is screened.
      *
       LOAD-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS = "00"
               PERFORM READ-SNAPSHOT
               PERFORM STORE-SNAPSHOT-ENTRY UNTIL END-OF-SNAPSHOT
               CLOSE SNAPSHOT-FILE
           END-IF.

       READ-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END MOVE "Y" TO WS-SNAP-EOF
           END-READ.

       STORE-SNAPSHOT-ENTRY.
           IF WS-SNAP-COUNT = 1000
               DISPLAY "WLRESCRN: SNAPSHOT TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SNAP-COUNT
           MOVE WLS-TYPE TO WS-SNP-TYPE(WS-SNAP-COUNT)
           MOVE WLS-VALUE TO WS-SNP-VALUE(WS-SNAP-COUNT)
           PERFORM READ-SNAPSHOT.

      *
      * An entry whose type and value are both on the last screened
      * copy has been screened already; anything else -- a new
      * entry, or an old one with its value corrected -- is new.
      * Account entries are left to PAYMENT, which matches them on
      * the payment itself.
      *
       MARK-CHANGED-ENTRY.
           IF WS-WCH-TYPE(WS-WCH-SUB) = "N"
               OR WS-WCH-TYPE(WS-WCH-SUB) = "D"
               MOVE "N" TO WS-SNP-FOUND-SW
               PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                   UNTIL WS-SNP-SUB > WS-SNAP-COUNT
                       OR SNAPSHOT-FOUND
                   IF WS-SNP-TYPE(WS-SNP-SUB) = WS-WCH-TYPE(WS-WCH-SUB)
                       AND WS-SNP-VALUE(WS-SNP-SUB) =
                           WS-WCH-VALUE(WS-WCH-SUB)
                       MOVE "Y" TO WS-SNP-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT SNAPSHOT-FOUND
                   MOVE "Y" TO WS-WCH-NEW-SW(WS-WCH-SUB)
                   ADD 1 TO WS-DELTA-COUNT
               END-IF
           END-IF.

      *
      * The case file carries the case number forward and tells
      * which customers are already under review on which value.
      *
       LOAD-OPEN-CASES.
           OPEN INPUT SCREEN-CASE-FILE
           IF WS-CASE-FILE-STATUS = "00"
               MOVE "Y" TO WS-CASE-FILE-SW
               PERFORM READ-CASE
               PERFORM STORE-OPEN-CASE UNTIL END-OF-CASES
               CLOSE SCREEN-CASE-FILE
           END-IF.

       READ-CASE.
           READ SCREEN-CASE-FILE
               AT END MOVE "Y" TO WS-CASE-EOF
           END-READ.

       STORE-OPEN-CASE.
           IF SCC-CASE-ID > WS-HIGH-CASE-ID
               MOVE SCC-CASE-ID TO WS-HIGH-CASE-ID
           END-IF
           IF SCC-PENDING OR SCC-CONFIRMED
               MOVE SCC-CUST-ID TO WS-SCREEN-CUST-ID
               PERFORM NOTE-OPEN-CASE
           END-IF
           PERFORM READ-CASE.

       NOTE-OPEN-CASE.
           IF WS-OPEN-COUNT = 5000
               DISPLAY "WLRESCRN: OPEN CASE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE WS-SCREEN-CUST-ID TO WS-OPN-CUST-ID(WS-OPEN-COUNT)
           MOVE SCC-MATCHED-VALUE TO WS-OPN-VALUE(WS-OPEN-COUNT).

       SCREEN-CUSTOMER-NAMES.
           PERFORM READ-CUSTOMER
           PERFORM SCREEN-ONE-CUSTOMER UNTIL END-OF-CUSTOMERS.

       READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-CUST-EOF
           END-READ.

       SCREEN-ONE-CUSTOMER.
           IF CUST-ACTIVE
               MOVE CUST-ID TO WS-SCREEN-CUST-ID
               MOVE "N" TO WS-SCREEN-SOURCE
               MOVE CUST-NAME TO WS-SCREEN-VALUE
               PERFORM SCREEN-ONE-VALUE
           END-IF
           PERFORM READ-CUSTOMER.

      *
      * Every address line, phone number and e-mail address on file
      * is screened, whatever the customer's status.
      *
       SCREEN-CUSTOMER-ADDRESSES.
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF WS-ADDR-FILE-STATUS = "00"
               PERFORM READ-ADDRESS
               PERFORM SCREEN-ONE-ADDRESS UNTIL END-OF-ADDRESSES
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

       READ-ADDRESS.
           READ CUSTOMER-ADDRESS-FILE NEXT
               AT END MOVE "Y" TO WS-ADDR-EOF
           END-READ.

       SCREEN-ONE-ADDRESS.
           MOVE ADR-CUST-ID TO WS-SCREEN-CUST-ID
           MOVE "A" TO WS-SCREEN-SOURCE
           MOVE ADR-LINE-1 TO WS-SCREEN-VALUE
           PERFORM SCREEN-ONE-VALUE
           MOVE ADR-LINE-2 TO WS-SCREEN-VALUE
           PERFORM SCREEN-ONE-VALUE
           MOVE ADR-PHONE TO WS-SCREEN-VALUE
           PERFORM SCREEN-ONE-VALUE
           MOVE ADR-EMAIL TO WS-SCREEN-VALUE
           PERFORM SCREEN-ONE-VALUE
           PERFORM READ-ADDRESS.

      *
      * A joint holder is screened under their own CUSTMAST name;
      * a holder whose customer record is inactive was passed over
      * by the name pass but still holds the account.
      *
       SCREEN-JOINT-HOLDERS.
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS = "00"
               PERFORM READ-RELATION
               PERFORM SCREEN-ONE-HOLDER UNTIL END-OF-RELATIONS
               CLOSE RELATION-FILE
           END-IF.

       READ-RELATION.
           READ RELATION-FILE
               AT END MOVE "Y" TO WS-REL-EOF
           END-READ.

       SCREEN-ONE-HOLDER.
           IF REL-ACTIVE AND REL-JOINT
               MOVE REL-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-ID TO WS-SCREEN-CUST-ID
                       MOVE "J" TO WS-SCREEN-SOURCE
                       MOVE CUST-NAME TO WS-SCREEN-VALUE
                       PERFORM SCREEN-ONE-VALUE
               END-READ
           END-IF
           PERFORM READ-RELATION.

      *
      * Only the new or changed entries are looked at: names
      * against name entries, address details against name and
      * detail entries.
      *
       SCREEN-ONE-VALUE.
           IF WS-SCREEN-VALUE NOT = SPACES
               ADD 1 TO WS-SCREENED-COUNT
               PERFORM VARYING WS-WCH-SUB FROM 1 BY 1
                   UNTIL WS-WCH-SUB > WS-WATCH-COUNT
                   IF WS-WCH-NEW-SW(WS-WCH-SUB) = "Y"
                       AND WS-WCH-VALUE(WS-WCH-SUB) = WS-SCREEN-VALUE
                       AND (WS-WCH-TYPE(WS-WCH-SUB) = "N"
                           OR SCREENING-ADDRESS)
                       PERFORM RAISE-SCREENING-CASE
                   END-IF
               END-PERFORM
           END-IF.

       RAISE-SCREENING-CASE.
           PERFORM FIND-OPEN-CASE
           IF OPEN-CASE-FOUND
               ADD 1 TO WS-ALREADY-OPEN-COUNT
           ELSE
               ADD 1 TO WS-CASE-COUNT
               ADD 1 TO WS-HIGH-CASE-ID
               MOVE WS-HIGH-CASE-ID TO SCC-CASE-ID
               MOVE WS-SCREEN-CUST-ID TO SCC-CUST-ID
               MOVE WS-SCREEN-SOURCE TO SCC-SOURCE
               MOVE WS-SCREEN-VALUE TO SCC-SCREENED-VALUE
               MOVE WS-WCH-VALUE(WS-WCH-SUB) TO SCC-MATCHED-VALUE
               MOVE WS-RESCREEN-MAKER TO SCC-MAKER-ID
               MOVE "P" TO SCC-STATUS
               MOVE SPACES TO SCC-CHECKER-ID
               MOVE WS-CASE-TIMESTAMP TO SCC-RAISED-TS
               MOVE 0 TO SCC-DECIDED-DATE
               WRITE SCREENING-CASE-RECORD
               PERFORM NOTE-OPEN-CASE
               MOVE SPACES TO RESCREEN-RPT-RECORD
               MOVE SCC-CASE-ID TO RR-CASE-ID
               MOVE SCC-CUST-ID TO RR-CUST-ID
               MOVE SCC-SOURCE TO RR-SOURCE
               MOVE SCC-SCREENED-VALUE TO RR-SCREENED-VALUE
               MOVE SCC-MATCHED-VALUE TO RR-MATCHED-VALUE
               WRITE RESCREEN-RPT-RECORD
           END-IF.

       FIND-OPEN-CASE.
           MOVE "N" TO WS-OPN-FOUND-SW
           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
               UNTIL WS-OPN-SUB > WS-OPEN-COUNT
                   OR OPEN-CASE-FOUND
               IF WS-OPN-CUST-ID(WS-OPN-SUB) = WS-SCREEN-CUST-ID
                   AND WS-OPN-VALUE(WS-OPN-SUB) =
                       WS-WCH-VALUE(WS-WCH-SUB)
                   MOVE "Y" TO WS-OPN-FOUND-SW
               END-IF
           END-PERFORM
           IF OPEN-CASE-FOUND
               SUBTRACT 1 FROM WS-OPN-SUB
           END-IF.

      *
      * The list just screened becomes the copy the next run
      * compares against.
      *
       WRITE-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-FILE
           PERFORM WRITE-SNAPSHOT-ENTRY
               VARYING WS-WCH-SUB FROM 1 BY 1
               UNTIL WS-WCH-SUB > WS-WATCH-COUNT
           CLOSE SNAPSHOT-FILE.

       WRITE-SNAPSHOT-ENTRY.
           MOVE WS-WCH-TYPE(WS-WCH-SUB) TO WLS-TYPE
           MOVE WS-WCH-VALUE(WS-WCH-SUB) TO WLS-VALUE
           WRITE SNAPSHOT-RECORD.

       WRITE-STEP-STAT.
           OPEN OUTPUT STEP-STAT-FILE
           MOVE "WLRESCRN" TO SS-STEP-NAME
           MOVE WS-SCREENED-COUNT TO SS-RECORD-COUNT
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.
