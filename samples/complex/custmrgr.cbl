       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRGR.
      *
      * Checker side of the customer merge, run the way SCRNREVW
      * works its case queue.  The officer keys CUSTMRGD: one row per
      * pending CUSTMRG request, matched on the surviving and retiring
      * CUST-IDs, approving or rejecting it under the officer's own
      * user ID.  The reviewer must hold the compliance role and may
      * not be the operator who asked for the merge.  Decisions land
      * on CUSTMRG.NEW (the usual handover); every step of every
      * merge goes on CUSTMRPR under the merge's transaction
      * reference, which is the trail of what moved where.
      *
      * Approving a merge:
      *   - the retired record goes to status "M", journaled
      *     through CUSTJRNL under the merge's TRXNUM reference.
      *     Its CUST-BALANCE stays where it is: PAYMENT books to
      *     the customer named by the account number's (3:8), and
      *     the interest, fee, billing, maturity, escheat and
      *     closure runs read CUSTMAST by ACCTM-CUST-ID, so the
      *     balance stays with the record they post to;
      *   - ACCTM-CUST-ID is left as it is for the same reason.
      *     Each ACCTMAST account the retired ID owns is listed on
      *     the report, and reaches the survivor through the
      *     rebuilt CIFXREF chain, the ACCTREL links and CUSTRETR;
      *   - the retired ID's ACCTREL links pass to the survivor, or
      *     are cancelled where the survivor already holds the
      *     account, on ACCTREL.NEW;
      *   - a retired address with no survivor address becomes the
      *     survivor's; otherwise the survivor's blank phone, e-mail
      *     and postal code are completed from it;
      *   - both CIFXREF chains are rebuilt as one survivor chain;
      *   - a CUSTRETR row records where the retired ID now
      *     resolves, for CUSTRSLV.
      * Holds, restrictions, standing orders and direct-debit
      * mandates are keyed by account number, and account numbers do
      * not change in a merge, so they pass to the survivor with the
      * accounts they sit on.  The retired customer record itself
      * stays on the master, merged, so an old reference still reads.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "CUSTMRGD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.
           SELECT MERGE-FILE ASSIGN TO "CUSTMRG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMR-FILE-STATUS.
           SELECT MERGE-OUT-FILE ASSIGN TO "CUSTMRG.NEW"
               ORGANIZATION LINE SEQUENTIAL.
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
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ACCTM-NUM
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CIF-XREF-FILE ASSIGN TO "CIFXREF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIF-KEY
               FILE STATUS IS WS-CIF-FILE-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT RELATION-OUT-FILE ASSIGN TO "ACCTREL.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RETIRED-XREF-FILE ASSIGN TO "CUSTRETR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RTX-FILE-STATUS.
           SELECT REVIEW-RPT-FILE ASSIGN TO "CUSTMRPR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  MD-SURVIVOR-ID       PIC 9(08).
           05  MD-RETIRED-ID        PIC 9(08).
           05  MD-DECISION          PIC X(01).
               88  MD-APPROVE       VALUE "A".
               88  MD-REJECT        VALUE "R".
           05  MD-CHECKER-ID        PIC X(08).

       FD  MERGE-FILE.
       COPY CUSTMRG.

       FD  MERGE-OUT-FILE.
       01  MERGE-OUT-RECORD         PIC X(95).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  ACCT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CIF-XREF-FILE.
       COPY CIFXREF.

       FD  RELATION-FILE.
       COPY ACCTREL.

       FD  RELATION-OUT-FILE.
       01  RELATION-OUT-RECORD.
           05  RLO-ACCT-NUM         PIC X(12).
           05  RLO-CUST-ID          PIC 9(08).
           05  RLO-ROLE             PIC X(01).
           05  RLO-PRIMARY-RECIP    PIC X(01).
           05  RLO-STATUS           PIC X(01).

       FD  RETIRED-XREF-FILE.
       COPY CUSTRETR.

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-RECORD.
           05  MR-SURVIVOR-ID       PIC 9(08).
           05  FILLER               PIC X(02).
           05  MR-RETIRED-ID        PIC 9(08).
           05  FILLER               PIC X(02).
           05  MR-CHECKER-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  MR-TRX-REF           PIC X(16).
           05  FILLER               PIC X(02).
           05  MR-ITEM              PIC X(12).
           05  FILLER               PIC X(02).
           05  MR-OUTCOME           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-DEC-FILE-STATUS       PIC X(2).
       01  WS-CMR-FILE-STATUS       PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
       01  WS-ADDR-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS      PIC X(2).
       01  WS-CIF-FILE-STATUS       PIC X(2).
       01  WS-REL-FILE-STATUS       PIC X(2).
       01  WS-RTX-FILE-STATUS       PIC X(2).
       01  WS-DEC-EOF               PIC X(1) VALUE "N".
           88  END-OF-DECISIONS     VALUE "Y".
       01  WS-CMR-EOF               PIC X(1) VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".
       01  WS-ACCT-EOF              PIC X(1) VALUE "N".
           88  END-OF-ACCOUNTS      VALUE "Y".
       01  WS-REL-EOF               PIC X(1) VALUE "N".
           88  END-OF-RELATIONS     VALUE "Y".
       01  WS-XREF-DONE-SW          PIC X(1).
           88  XREF-CHAIN-DONE      VALUE "Y".
       01  WS-TODAY                 PIC 9(08).
       01  WS-DECISION-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-MERGED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-ACCTS-NOTED-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-LINKS-MOVED-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-ADDR-MOVED-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-SURVIVOR    PIC 9(08).
               10  WS-DEC-RETIRED     PIC 9(08).
               10  WS-DEC-DECISION    PIC X(01).
               10  WS-DEC-CHECKER-ID  PIC X(08).
               10  WS-DEC-USED-SW     PIC X(01).
       01  WS-MATCH-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-FOUND-SW        PIC X(1).
           88  MATCH-FOUND          VALUE "Y".
      *
      * Merges approved today, each under its own transaction
      * reference.
      *
       01  WS-MRG-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-MRG-TABLE.
           05  WS-MRG-ENTRY OCCURS 200 TIMES.
               10  WS-MRG-SURVIVOR  PIC 9(08).
               10  WS-MRG-RETIRED   PIC 9(08).
               10  WS-MRG-CHECKER-ID PIC X(08).
               10  WS-MRG-TRX-REF   PIC X(16).
               10  WS-MRG-ACCT-COUNT PIC 9(4) COMP.
       01  WS-MRG-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-MRG-KEY               PIC 9(08).
       01  WS-MRG-FOUND-SW          PIC X(1).
           88  MERGE-FOUND          VALUE "Y".
       01  WS-MERGE-OK-SW           PIC X(1).
           88  MERGE-CAN-PROCEED    VALUE "Y".
       01  WS-MERGE-REFUSAL         PIC X(40).
      *
      * ACCTREL held whole while the retired IDs' links are judged:
      * a link the survivor already holds on the same account is
      * cancelled rather than duplicated.
      *
       01  WS-REL-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-REL-TABLE.
           05  WS-RLT-ENTRY OCCURS 5000 TIMES.
               10  WS-RLT-ACCT-NUM  PIC X(12).
               10  WS-RLT-CUST-ID   PIC 9(08).
               10  WS-RLT-ROLE      PIC X(01).
               10  WS-RLT-RECIP     PIC X(01).
               10  WS-RLT-STATUS    PIC X(01).
       01  WS-RLT-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-RLT-SUB-2             PIC 9(4) COMP VALUE 0.
       01  WS-SURV-LINKED-SW        PIC X(1).
           88  SURVIVOR-LINKED      VALUE "Y".
      *
      * The accounts of one merge's two CIFXREF chains, gathered
      * before both chains are deleted and the survivor's rewritten.
      *
       01  WS-CHN-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-CHN-TABLE.
           05  WS-CHN-ENTRY OCCURS 500 TIMES.
               10  WS-CHN-ACCT-NUM  PIC X(12).
               10  WS-CHN-ACCT-TYPE PIC X(02).
       01  WS-CHN-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-CHN-FOUND-SW          PIC X(1).
           88  CHAIN-ACCT-FOUND     VALUE "Y".
       01  WS-CHAIN-CUST            PIC 9(08).
       01  WS-CHAIN-RECS            PIC 9(02).
       01  WS-XREF-SUB              PIC 9(02) COMP.
       01  WS-NEW-SEQ               PIC 9(02).
       01  WS-ADDR-CHANGED-SW       PIC X(1).
           88  ADDRESS-CHANGED      VALUE "Y".
       01  WS-RETIRED-ADDRESS.
           05  WS-RA-LINE-1         PIC X(30).
           05  WS-RA-LINE-2         PIC X(30).
           05  WS-RA-CITY           PIC X(20).
           05  WS-RA-POSTAL-CODE    PIC X(10).
           05  WS-RA-PHONE          PIC X(15).
           05  WS-RA-EMAIL          PIC X(40).
           05  WS-RA-CHANNEL        PIC X(01).
       01  WS-TRX-REF               PIC X(16) VALUE SPACES.
       01  WS-CJ-BEFORE-IMAGE       PIC X(79).
       01  WS-CJ-AFTER-IMAGE        PIC X(79).
       01  WS-CJ-PROGRAM            PIC X(08) VALUE "CUSTMRGR".
      *
      * OPERSEC sign-on interface: folding one customer into another
      * is a control function, so the reviewer must hold the
      * compliance role (a supervisor passes).
      *
       01  LK-OPER-CHECK-ID         PIC X(08).
       01  LK-REQUIRED-ROLE         PIC X(01) VALUE "C".
       01  LK-SIGNON-RESULT.
           05  LK-SIGNON-OK         PIC X(01).
           05  LK-SIGNON-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT DECISION-FILE
           IF WS-DEC-FILE-STATUS = "00"
               PERFORM LOAD-DECISION-TABLE
               CLOSE DECISION-FILE
           END-IF
           OPEN INPUT MERGE-FILE
           IF WS-CMR-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMRGR: NO MERGE REGISTER ON FILE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MERGE-OUT-FILE
           OPEN OUTPUT REVIEW-RPT-FILE
           OPEN I-O CUSTOMER-MASTER-FILE
           PERFORM READ-REGISTER
           PERFORM REVIEW-ONE-ROW UNTIL END-OF-REGISTER
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE MERGE-FILE MERGE-OUT-FILE CUSTOMER-MASTER-FILE
           IF WS-MRG-COUNT > 0
               PERFORM NOTE-RETIRED-ACCOUNTS
               PERFORM MOVE-RELATIONS
               PERFORM MERGE-ADDRESSES
               PERFORM REBUILD-XREF-CHAINS
               PERFORM RECORD-RETIRED-IDS
           END-IF
           CLOSE REVIEW-RPT-FILE
           DISPLAY "CUSTMRGR: DECISIONS READ      " WS-DECISION-COUNT
           DISPLAY "CUSTMRGR: CUSTOMERS MERGED    " WS-MERGED-COUNT
           DISPLAY "CUSTMRGR: REQUESTS REJECTED   " WS-REJECTED-COUNT
           DISPLAY "CUSTMRGR: DECISIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "CUSTMRGR: ACCOUNTS RESOLVED   "
               WS-ACCTS-NOTED-COUNT
           DISPLAY "CUSTMRGR: RELATIONSHIPS MOVED "
               WS-LINKS-MOVED-COUNT
           DISPLAY "CUSTMRGR: ADDRESSES MERGED    " WS-ADDR-MOVED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DECISION-TABLE.
           PERFORM READ-DECISION
           PERFORM STORE-DECISION-ENTRY UNTIL END-OF-DECISIONS.

       READ-DECISION.
           READ DECISION-FILE
               AT END MOVE "Y" TO WS-DEC-EOF
           END-READ.

       STORE-DECISION-ENTRY.
           MOVE MD-CHECKER-ID TO LK-OPER-CHECK-ID
           CALL "OPERSEC" USING LK-OPER-CHECK-ID LK-REQUIRED-ROLE
               LK-SIGNON-RESULT
           IF LK-SIGNON-OK = "N"
               DISPLAY "CUSTMRGR: DECISION REFUSED FOR REVIEWER "
                   MD-CHECKER-ID " - " LK-SIGNON-REASON
               PERFORM READ-DECISION
           ELSE
               PERFORM STORE-GOOD-DECISION
           END-IF.

       STORE-GOOD-DECISION.
           IF WS-DECISION-COUNT = 200
               DISPLAY "CUSTMRGR: DECISION TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DECISION-COUNT
           SET WS-DEC-IDX TO WS-DECISION-COUNT
           MOVE MD-SURVIVOR-ID TO WS-DEC-SURVIVOR(WS-DEC-IDX)
           MOVE MD-RETIRED-ID TO WS-DEC-RETIRED(WS-DEC-IDX)
           MOVE MD-DECISION TO WS-DEC-DECISION(WS-DEC-IDX)
           MOVE MD-CHECKER-ID TO WS-DEC-CHECKER-ID(WS-DEC-IDX)
           MOVE "N" TO WS-DEC-USED-SW(WS-DEC-IDX)
           PERFORM READ-DECISION.

       READ-REGISTER.
           READ MERGE-FILE
               AT END MOVE "Y" TO WS-CMR-EOF
           END-READ.

       REVIEW-ONE-ROW.
           IF CMR-PENDING
               PERFORM FIND-DECISION-FOR-ROW
               IF MATCH-FOUND
                   PERFORM APPLY-DECISION
               END-IF
           END-IF
           MOVE CUST-MERGE-RECORD TO MERGE-OUT-RECORD
           WRITE MERGE-OUT-RECORD
           PERFORM READ-REGISTER.

       FIND-DECISION-FOR-ROW.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
                   OR MATCH-FOUND
               IF WS-DEC-SURVIVOR(WS-MATCH-IDX) = CMR-SURVIVOR-ID
                   AND WS-DEC-RETIRED(WS-MATCH-IDX) = CMR-RETIRED-ID
                   AND WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   MOVE "Y" TO WS-MATCH-FOUND-SW
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.

      *
      * Dual control: the reviewer may not be the operator who asked
      * for the merge.  A refused decision leaves the row pending.
      *
       APPLY-DECISION.
           MOVE "Y" TO WS-DEC-USED-SW(WS-MATCH-IDX)
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE CMR-SURVIVOR-ID TO MR-SURVIVOR-ID
           MOVE CMR-RETIRED-ID TO MR-RETIRED-ID
           MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX) TO MR-CHECKER-ID
           EVALUATE TRUE
               WHEN WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                   = CMR-REQUESTED-BY
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - REVIEWER SAME AS REQUESTER"
                       TO MR-OUTCOME
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "A"
                   PERFORM APPROVE-MERGE
               WHEN WS-DEC-DECISION(WS-MATCH-IDX) = "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO CMR-STATUS
                   MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       TO CMR-DECIDED-BY
                   MOVE WS-TODAY TO CMR-DECIDED-DATE
                   MOVE "MERGE REQUEST REJECTED" TO MR-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - DECISION NOT A OR R"
                       TO MR-OUTCOME
           END-EVALUATE
           WRITE REVIEW-RPT-RECORD.

      *
      * The master is re-read at approval: a customer that died or
      * was merged elsewhere since the request was made stops the
      * merge, and the row stays pending for the maker to withdraw.
      *
       APPROVE-MERGE.
           PERFORM CHECK-MERGE-PARTIES
           IF MERGE-CAN-PROCEED
               ADD 1 TO WS-MERGED-COUNT
               CALL "TRXNUM" USING WS-TRX-REF
               PERFORM MERGE-CUSTOMER-RECORDS
               PERFORM NOTE-MERGE
               MOVE "M" TO CMR-STATUS
               MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX) TO CMR-DECIDED-BY
               MOVE WS-TODAY TO CMR-DECIDED-DATE
               MOVE WS-TRX-REF TO CMR-TRX-REF
               MOVE WS-TRX-REF TO MR-TRX-REF
               MOVE "CUSTOMERS MERGED" TO MR-OUTCOME
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-MERGE-REFUSAL TO MR-OUTCOME
           END-IF.

       CHECK-MERGE-PARTIES.
           MOVE "Y" TO WS-MERGE-OK-SW
           MOVE CMR-RETIRED-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-MERGE-OK-SW
                   MOVE "REFUSED - RETIRED ID NOT ON CUSTMAST"
                       TO WS-MERGE-REFUSAL
               NOT INVALID KEY
                   IF CUST-DECEASED OR CUST-MERGED
                       MOVE "N" TO WS-MERGE-OK-SW
                       MOVE "REFUSED - RETIRED ID DECEASED OR MERGED"
                           TO WS-MERGE-REFUSAL
                   END-IF
           END-READ
           MOVE CMR-SURVIVOR-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-MERGE-OK-SW
                   MOVE "REFUSED - SURVIVOR NOT ON CUSTMAST"
                       TO WS-MERGE-REFUSAL
               NOT INVALID KEY
                   IF CUST-DECEASED OR CUST-MERGED
                       MOVE "N" TO WS-MERGE-OK-SW
                       MOVE "REFUSED - SURVIVOR DECEASED OR MERGED"
                           TO WS-MERGE-REFUSAL
                   END-IF
           END-READ.

      *
      * Only the retired record's status changes; its balance is
      * left for the postings that still land on it.
      *
       MERGE-CUSTOMER-RECORDS.
           MOVE CMR-RETIRED-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTMRGR: RETIRED ID NOT FOUND "
                       CMR-RETIRED-ID
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-CJ-BEFORE-IMAGE
                   MOVE "M" TO CUST-STATUS
                   MOVE WS-TODAY TO CUST-LAST-MAINT-DATE
                   MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       TO CUST-LAST-MAINT-USER
                   REWRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO WS-CJ-AFTER-IMAGE
                   CALL "CUSTJRNL" USING WS-CJ-BEFORE-IMAGE
                       WS-CJ-AFTER-IMAGE WS-CJ-PROGRAM WS-TRX-REF
           END-READ.

       NOTE-MERGE.
           IF WS-MRG-COUNT = 200
               DISPLAY "CUSTMRGR: MERGE TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MRG-COUNT
           MOVE CMR-SURVIVOR-ID TO WS-MRG-SURVIVOR(WS-MRG-COUNT)
           MOVE CMR-RETIRED-ID TO WS-MRG-RETIRED(WS-MRG-COUNT)
           MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
               TO WS-MRG-CHECKER-ID(WS-MRG-COUNT)
           MOVE WS-TRX-REF TO WS-MRG-TRX-REF(WS-MRG-COUNT)
           MOVE 0 TO WS-MRG-ACCT-COUNT(WS-MRG-COUNT).

       FIND-MERGE-FOR-RETIRED.
           MOVE "N" TO WS-MRG-FOUND-SW
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
               UNTIL WS-MRG-SUB > WS-MRG-COUNT
                   OR MERGE-FOUND
               IF WS-MRG-RETIRED(WS-MRG-SUB) = WS-MRG-KEY
                   MOVE "Y" TO WS-MRG-FOUND-SW
               END-IF
           END-PERFORM
           IF MERGE-FOUND
               SUBTRACT 1 FROM WS-MRG-SUB
           END-IF.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED-SW(WS-MATCH-IDX) = "N"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO REVIEW-RPT-RECORD
                   MOVE WS-DEC-SURVIVOR(WS-MATCH-IDX)
                       TO MR-SURVIVOR-ID
                   MOVE WS-DEC-RETIRED(WS-MATCH-IDX) TO MR-RETIRED-ID
                   MOVE WS-DEC-CHECKER-ID(WS-MATCH-IDX)
                       TO MR-CHECKER-ID
                   MOVE "DECISION DID NOT MATCH A PENDING ROW"
                       TO MR-OUTCOME
                   WRITE REVIEW-RPT-RECORD
               END-IF
           END-PERFORM.

       WRITE-MERGE-STEP.
           MOVE SPACES TO REVIEW-RPT-RECORD
           MOVE WS-MRG-SURVIVOR(WS-MRG-SUB) TO MR-SURVIVOR-ID
           MOVE WS-MRG-RETIRED(WS-MRG-SUB) TO MR-RETIRED-ID
           MOVE WS-MRG-CHECKER-ID(WS-MRG-SUB) TO MR-CHECKER-ID
           MOVE WS-MRG-TRX-REF(WS-MRG-SUB) TO MR-TRX-REF.

      *
      * One pass of the account master lists every account a
      * retired ID holds.  The record is not changed: the account
      * keeps its owning CUST-ID for the programs that read the
      * customer through it, and resolves to the survivor through
      * CIFXREF, ACCTREL and CUSTRETR.
      *
       NOTE-RETIRED-ACCOUNTS.
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM READ-ACCT-MASTER
               PERFORM NOTE-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS
               CLOSE ACCT-MASTER-FILE
           END-IF.

       READ-ACCT-MASTER.
           READ ACCT-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-ACCT-EOF
           END-READ.

       NOTE-ONE-ACCOUNT.
           MOVE ACCTM-CUST-ID TO WS-MRG-KEY
           PERFORM FIND-MERGE-FOR-RETIRED
           IF MERGE-FOUND
               ADD 1 TO WS-ACCTS-NOTED-COUNT
               ADD 1 TO WS-MRG-ACCT-COUNT(WS-MRG-SUB)
               PERFORM WRITE-MERGE-STEP
               MOVE ACCTM-NUM TO MR-ITEM
               MOVE "ACCOUNT RESOLVES TO SURVIVOR" TO MR-OUTCOME
               WRITE REVIEW-RPT-RECORD
           END-IF
           PERFORM READ-ACCT-MASTER.

       MOVE-RELATIONS.
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS = "00"
               PERFORM READ-RELATION
               PERFORM STORE-RELATION-ENTRY UNTIL END-OF-RELATIONS
               CLOSE RELATION-FILE
               PERFORM VARYING WS-RLT-SUB FROM 1 BY 1
                   UNTIL WS-RLT-SUB > WS-REL-COUNT
                   MOVE WS-RLT-CUST-ID(WS-RLT-SUB) TO WS-MRG-KEY
                   PERFORM FIND-MERGE-FOR-RETIRED
                   IF MERGE-FOUND
                       AND WS-RLT-STATUS(WS-RLT-SUB) = "A"
                       PERFORM MOVE-ONE-RELATION
                   END-IF
               END-PERFORM
               OPEN OUTPUT RELATION-OUT-FILE
               PERFORM WRITE-ONE-RELATION
                   VARYING WS-RLT-SUB FROM 1 BY 1
                   UNTIL WS-RLT-SUB > WS-REL-COUNT
               CLOSE RELATION-OUT-FILE
           END-IF.

       READ-RELATION.
           READ RELATION-FILE
               AT END MOVE "Y" TO WS-REL-EOF
           END-READ.

       STORE-RELATION-ENTRY.
           IF WS-REL-COUNT = 5000
               DISPLAY "CUSTMRGR: RELATION TABLE FULL - RAISE OCCURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REL-COUNT
           MOVE REL-ACCT-NUM TO WS-RLT-ACCT-NUM(WS-REL-COUNT)
           MOVE REL-CUST-ID TO WS-RLT-CUST-ID(WS-REL-COUNT)
           MOVE REL-ROLE TO WS-RLT-ROLE(WS-REL-COUNT)
           MOVE REL-PRIMARY-RECIP TO WS-RLT-RECIP(WS-REL-COUNT)
           MOVE REL-STATUS TO WS-RLT-STATUS(WS-REL-COUNT)
           PERFORM READ-RELATION.

       MOVE-ONE-RELATION.
           MOVE "N" TO WS-SURV-LINKED-SW
           PERFORM VARYING WS-RLT-SUB-2 FROM 1 BY 1
               UNTIL WS-RLT-SUB-2 > WS-REL-COUNT
               IF WS-RLT-ACCT-NUM(WS-RLT-SUB-2)
                   = WS-RLT-ACCT-NUM(WS-RLT-SUB)
                   AND WS-RLT-CUST-ID(WS-RLT-SUB-2)
                       = WS-MRG-SURVIVOR(WS-MRG-SUB)
                   AND WS-RLT-STATUS(WS-RLT-SUB-2) = "A"
                   MOVE "Y" TO WS-SURV-LINKED-SW
               END-IF
           END-PERFORM
           ADD 1 TO WS-LINKS-MOVED-COUNT
           PERFORM WRITE-MERGE-STEP
           MOVE WS-RLT-ACCT-NUM(WS-RLT-SUB) TO MR-ITEM
           IF SURVIVOR-LINKED
               MOVE "C" TO WS-RLT-STATUS(WS-RLT-SUB)
               MOVE "RELATIONSHIP CANCELLED - SURVIVOR HOLDS"
                   TO MR-OUTCOME
           ELSE
               MOVE WS-MRG-SURVIVOR(WS-MRG-SUB)
                   TO WS-RLT-CUST-ID(WS-RLT-SUB)
               MOVE "RELATIONSHIP MOVED TO SURVIVOR" TO MR-OUTCOME
           END-IF
           WRITE REVIEW-RPT-RECORD.

       WRITE-ONE-RELATION.
           MOVE WS-RLT-ACCT-NUM(WS-RLT-SUB) TO RLO-ACCT-NUM
           MOVE WS-RLT-CUST-ID(WS-RLT-SUB) TO RLO-CUST-ID
           MOVE WS-RLT-ROLE(WS-RLT-SUB) TO RLO-ROLE
           MOVE WS-RLT-RECIP(WS-RLT-SUB) TO RLO-PRIMARY-RECIP
           MOVE WS-RLT-STATUS(WS-RLT-SUB) TO RLO-STATUS
           WRITE RELATION-OUT-RECORD.

      *
      * The survivor's own address wins; the retired record only
      * fills what the survivor is missing, or becomes the
      * survivor's address when there is none.
      *
       MERGE-ADDRESSES.
           OPEN I-O CUSTOMER-ADDRESS-FILE
           IF WS-ADDR-FILE-STATUS = "00"
               PERFORM MERGE-ONE-ADDRESS
                   VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-COUNT
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

       MERGE-ONE-ADDRESS.
           MOVE WS-MRG-RETIRED(WS-MRG-SUB) TO ADR-CUST-ID
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADR-LINE-1 TO WS-RA-LINE-1
                   MOVE ADR-LINE-2 TO WS-RA-LINE-2
                   MOVE ADR-CITY TO WS-RA-CITY
                   MOVE ADR-POSTAL-CODE TO WS-RA-POSTAL-CODE
                   MOVE ADR-PHONE TO WS-RA-PHONE
                   MOVE ADR-EMAIL TO WS-RA-EMAIL
                   MOVE ADR-DELIVERY-CHANNEL TO WS-RA-CHANNEL
                   PERFORM APPLY-RETIRED-ADDRESS
           END-READ.

       APPLY-RETIRED-ADDRESS.
           PERFORM WRITE-MERGE-STEP
           MOVE WS-MRG-SURVIVOR(WS-MRG-SUB) TO ADR-CUST-ID
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   PERFORM ADD-SURVIVOR-ADDRESS
               NOT INVALID KEY
                   PERFORM COMPLETE-SURVIVOR-ADDRESS
           END-READ.

       ADD-SURVIVOR-ADDRESS.
           ADD 1 TO WS-ADDR-MOVED-COUNT
           MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
           MOVE WS-MRG-SURVIVOR(WS-MRG-SUB) TO ADR-CUST-ID
           MOVE WS-RA-LINE-1 TO ADR-LINE-1
           MOVE WS-RA-LINE-2 TO ADR-LINE-2
           MOVE WS-RA-CITY TO ADR-CITY
           MOVE WS-RA-POSTAL-CODE TO ADR-POSTAL-CODE
           MOVE WS-RA-PHONE TO ADR-PHONE
           MOVE WS-RA-EMAIL TO ADR-EMAIL
           MOVE WS-RA-CHANNEL TO ADR-DELIVERY-CHANNEL
           MOVE WS-TODAY TO ADR-LAST-MAINT-DATE
           MOVE WS-MRG-CHECKER-ID(WS-MRG-SUB)
               TO ADR-LAST-MAINT-USER
           WRITE CUSTOMER-ADDRESS-RECORD
           MOVE "ADDRESS MOVED TO SURVIVOR" TO MR-OUTCOME
           WRITE REVIEW-RPT-RECORD.

       COMPLETE-SURVIVOR-ADDRESS.
           MOVE "N" TO WS-ADDR-CHANGED-SW
           IF ADR-PHONE = SPACES AND WS-RA-PHONE NOT = SPACES
               MOVE WS-RA-PHONE TO ADR-PHONE
               MOVE "Y" TO WS-ADDR-CHANGED-SW
           END-IF
           IF ADR-EMAIL = SPACES AND WS-RA-EMAIL NOT = SPACES
               MOVE WS-RA-EMAIL TO ADR-EMAIL
               MOVE "Y" TO WS-ADDR-CHANGED-SW
           END-IF
           IF ADR-POSTAL-CODE = SPACES
               AND WS-RA-POSTAL-CODE NOT = SPACES
               MOVE WS-RA-POSTAL-CODE TO ADR-POSTAL-CODE
               MOVE "Y" TO WS-ADDR-CHANGED-SW
           END-IF
           IF ADDRESS-CHANGED
               ADD 1 TO WS-ADDR-MOVED-COUNT
               MOVE WS-TODAY TO ADR-LAST-MAINT-DATE
               MOVE WS-MRG-CHECKER-ID(WS-MRG-SUB)
                   TO ADR-LAST-MAINT-USER
               REWRITE CUSTOMER-ADDRESS-RECORD
               MOVE "SURVIVOR ADDRESS COMPLETED FROM RETIRED"
                   TO MR-OUTCOME
           ELSE
               MOVE "SURVIVOR ADDRESS KEPT" TO MR-OUTCOME
           END-IF
           WRITE REVIEW-RPT-RECORD.

      *
      * Each merge's two chains are read the SWEEPGEN way, deleted,
      * and the accounts they held written back as one chain under
      * the survivor -- the same ten-per-record continuation layout
      * the CIFXREF build writes.
      *
       REBUILD-XREF-CHAINS.
           OPEN I-O CIF-XREF-FILE
           IF WS-CIF-FILE-STATUS = "00"
               PERFORM REBUILD-ONE-CHAIN
                   VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-COUNT
               CLOSE CIF-XREF-FILE
           END-IF.

       REBUILD-ONE-CHAIN.
           MOVE 0 TO WS-CHN-COUNT
           MOVE WS-MRG-SURVIVOR(WS-MRG-SUB) TO WS-CHAIN-CUST
           PERFORM GATHER-AND-DELETE-CHAIN
           MOVE WS-MRG-RETIRED(WS-MRG-SUB) TO WS-CHAIN-CUST
           PERFORM GATHER-AND-DELETE-CHAIN
           MOVE 0 TO WS-NEW-SEQ
           MOVE 0 TO CIF-ACCT-COUNT
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > WS-CHN-COUNT
               PERFORM ADD-ACCT-TO-NEW-CHAIN
           END-PERFORM
           IF CIF-ACCT-COUNT > 0
               PERFORM WRITE-NEW-CHAIN-RECORD
           END-IF
           PERFORM WRITE-MERGE-STEP
           MOVE "CIF CROSS-REFERENCE REBUILT" TO MR-OUTCOME
           WRITE REVIEW-RPT-RECORD.

       GATHER-AND-DELETE-CHAIN.
           MOVE 0 TO WS-CHAIN-RECS
           MOVE "N" TO WS-XREF-DONE-SW
           MOVE WS-CHAIN-CUST TO CIF-CUST-ID
           MOVE 1 TO CIF-SEQ
           READ CIF-XREF-FILE
               INVALID KEY
                   MOVE "Y" TO WS-XREF-DONE-SW
           END-READ
           PERFORM GATHER-XREF-CHAIN-RECORD UNTIL XREF-CHAIN-DONE
           PERFORM DELETE-CHAIN-RECORD
               VARYING CIF-SEQ FROM 1 BY 1
               UNTIL CIF-SEQ > WS-CHAIN-RECS.

       GATHER-XREF-CHAIN-RECORD.
           ADD 1 TO WS-CHAIN-RECS
           PERFORM GATHER-CHAIN-ACCOUNT
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > CIF-ACCT-COUNT
                   OR WS-XREF-SUB > 10
           READ CIF-XREF-FILE NEXT
               AT END MOVE "Y" TO WS-XREF-DONE-SW
               NOT AT END
                   IF CIF-CUST-ID NOT = WS-CHAIN-CUST
                       MOVE "Y" TO WS-XREF-DONE-SW
                   END-IF
           END-READ.

       GATHER-CHAIN-ACCOUNT.
           MOVE "N" TO WS-CHN-FOUND-SW
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > WS-CHN-COUNT
               IF WS-CHN-ACCT-NUM(WS-CHN-SUB)
                   = CIF-ACCT-NUM(WS-XREF-SUB)
                   MOVE "Y" TO WS-CHN-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT CHAIN-ACCT-FOUND
               IF WS-CHN-COUNT = 500
                   DISPLAY "CUSTMRGR: CHAIN TABLE FULL - RAISE OCCURS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHN-COUNT
               MOVE CIF-ACCT-NUM(WS-XREF-SUB)
                   TO WS-CHN-ACCT-NUM(WS-CHN-COUNT)
               MOVE CIF-ACCT-TYPE(WS-XREF-SUB)
                   TO WS-CHN-ACCT-TYPE(WS-CHN-COUNT)
           END-IF.

       DELETE-CHAIN-RECORD.
           MOVE WS-CHAIN-CUST TO CIF-CUST-ID
           DELETE CIF-XREF-FILE
               INVALID KEY
                   DISPLAY "CUSTMRGR: XREF RECORD NOT DELETED "
                       WS-CHAIN-CUST " " CIF-SEQ
           END-DELETE.

       ADD-ACCT-TO-NEW-CHAIN.
           IF CIF-ACCT-COUNT = 10
               PERFORM WRITE-NEW-CHAIN-RECORD
               MOVE 0 TO CIF-ACCT-COUNT
           END-IF
           IF CIF-ACCT-COUNT = 0
               MOVE SPACES TO CIF-XREF-RECORD
               MOVE 0 TO CIF-ACCT-COUNT
           END-IF
           ADD 1 TO CIF-ACCT-COUNT
           MOVE WS-CHN-ACCT-NUM(WS-CHN-SUB)
               TO CIF-ACCT-NUM(CIF-ACCT-COUNT)
           MOVE WS-CHN-ACCT-TYPE(WS-CHN-SUB)
               TO CIF-ACCT-TYPE(CIF-ACCT-COUNT).

       WRITE-NEW-CHAIN-RECORD.
           ADD 1 TO WS-NEW-SEQ
           MOVE WS-MRG-SURVIVOR(WS-MRG-SUB) TO CIF-CUST-ID
           MOVE WS-NEW-SEQ TO CIF-SEQ
           WRITE CIF-XREF-RECORD
               INVALID KEY
                   DISPLAY "CUSTMRGR: DUPLICATE KEY "
                       CIF-CUST-ID " " CIF-SEQ
           END-WRITE.

      *
      * Each retired ID is recorded against its survivor; the file
      * only ever grows.
      *
       RECORD-RETIRED-IDS.
           OPEN EXTEND RETIRED-XREF-FILE
           IF WS-RTX-FILE-STATUS NOT = "00"
               OPEN OUTPUT RETIRED-XREF-FILE
           END-IF
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
               UNTIL WS-MRG-SUB > WS-MRG-COUNT
               MOVE WS-MRG-RETIRED(WS-MRG-SUB) TO RTX-RETIRED-ID
               MOVE WS-MRG-SURVIVOR(WS-MRG-SUB) TO RTX-SURVIVOR-ID
               MOVE WS-TODAY TO RTX-MERGE-DATE
               MOVE WS-MRG-TRX-REF(WS-MRG-SUB) TO RTX-MERGE-REF
               MOVE WS-MRG-CHECKER-ID(WS-MRG-SUB) TO RTX-MERGED-BY
               WRITE CUST-RETIRED-RECORD
               PERFORM WRITE-MERGE-STEP
               MOVE WS-MRG-ACCT-COUNT(WS-MRG-SUB) TO MR-ITEM
               MOVE "RETIRED ID NOW RESOLVES TO SURVIVOR"
                   TO MR-OUTCOME
               WRITE REVIEW-RPT-RECORD
           END-PERFORM
           CLOSE RETIRED-XREF-FILE.
