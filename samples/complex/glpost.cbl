      * diverted to the shared suspense queue instead of silently
      * booking -- a garbled CUST-ID derived from an account number
      * used to post to the ledger without complaint.
      *
      * Every entry also carries a branch dimension.  A customer
      * account books at the branch holding the customer (CUSTMAST
      * CUST-BRANCH-CODE); a house, income or expense account books
      * at the branch the caller names through the GLPOST-BR entry,
      * or failing that alongside the customer leg.  When the two
      * legs land on different branches the entry splits through
      * the inter-branch accounts -- the debit branch credits
      * due-to-branches (70707070), the credit branch debits
      * due-from-branches (71717171) -- so each branch's book
      * balances on its own and the two accounts net to zero across
      * the bank, which IBRECON proves nightly.  Both halves carry
      * the caller's type and reference -- IBRECON pairs them by
      * reference and JRNLRPT needs each customer leg under its own
      * type -- so a report that counts postings by type skips the
      * due-from half (debit 71717171), as PAYPROOF, FXPOSN and
      * GLTRIAL do.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COA-MASTER-FILE ASSIGN TO "COAMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  COA-OPEN         VALUE "O".
               88  COA-CLOSED       VALUE "C".

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       01  WS-COA-FILE-STATUS       PIC X(2).
       01  WS-CUST-FILE-STATUS      PIC X(2).
      *
      * The currency stamped on the entry: the main entry books the
      * domestic "IDR", the GLPOST-FX entry whatever currency its
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-ACCOUNT   PIC 9(08).
               10  WS-COA-STATUS    PIC X(01).
               10  WS-COA-TYPE      PIC X(01).
       01  WS-COA-LOADED-SW         PIC X(1) VALUE "N".
           88  COA-LOADED           VALUE "Y".
       01  WS-CHECK-ACCOUNT         PIC 9(08).
       01  WS-ACCOUNT-OK-SW         PIC X(1).
       01  WS-ENTRY-VALID-SW        PIC X(1).
           88  ENTRY-VALID          VALUE "Y".
      *
      * Branch resolution.  An entry with no branch anywhere -- two
      * house accounts and no originating branch -- books at head
      * office.
      *
       01  WS-ORIG-BRANCH           PIC X(04).
       01  WS-HEAD-OFFICE-BRANCH    PIC X(04) VALUE "0000".
       01  WS-DEBIT-BRANCH          PIC X(04).
       01  WS-CREDIT-BRANCH         PIC X(04).
       01  WS-LOOKUP-BRANCH         PIC X(04).
       01  WS-CHECK-TYPE            PIC X(01).
       01  WS-GL-DUE-TO-ACCT        PIC 9(8) VALUE 70707070.
       01  WS-GL-DUE-FROM-ACCT      PIC 9(8) VALUE 71717171.
       01  WS-ENTRY-DEBIT           PIC 9(08).
       01  WS-ENTRY-CREDIT          PIC 9(08).
       01  WS-ENTRY-BRANCH          PIC X(04).
       01  WS-SUSPENSE-SOURCE       PIC X(08) VALUE "GLPOST".
       01  WS-SUS-KEY               PIC X(12).
       01  WS-SUS-REASON-CODE       PIC 9(02).
      *
       01  LK-TRX-REF               PIC X(16).
       01  LK-CURRENCY              PIC X(03).
       01  LK-ORIG-BRANCH           PIC X(04).

       PROCEDURE DIVISION USING LK-DEBIT-ACCOUNT LK-CREDIT-ACCOUNT
               LK-AMOUNT LK-TRANS-TYPE LK-TRX-REF.
       MAIN-PROGRAM.
           MOVE "IDR" TO WS-ENTRY-CURRENCY
           MOVE SPACES TO WS-ORIG-BRANCH
           PERFORM POST-ONE-ENTRY
           GOBACK.

       ENTRY "GLPOST-FX" USING LK-DEBIT-ACCOUNT LK-CREDIT-ACCOUNT
               LK-AMOUNT LK-TRANS-TYPE LK-TRX-REF LK-CURRENCY.
           MOVE LK-CURRENCY TO WS-ENTRY-CURRENCY
           MOVE SPACES TO WS-ORIG-BRANCH
           PERFORM POST-ONE-ENTRY
           GOBACK.

      *
      * Alternate entry point for callers that know where the entry
      * was raised -- the teller's till branch, the branch a year-end
      * sweep belongs to.  House-account legs book at that branch.
      *
       ENTRY "GLPOST-BR" USING LK-DEBIT-ACCOUNT LK-CREDIT-ACCOUNT
               LK-AMOUNT LK-TRANS-TYPE LK-TRX-REF LK-ORIG-BRANCH.
           MOVE "IDR" TO WS-ENTRY-CURRENCY
           MOVE LK-ORIG-BRANCH TO WS-ORIG-BRANCH
           PERFORM POST-ONE-ENTRY
           GOBACK.

       POST-ONE-ENTRY.
           PERFORM VALIDATE-ENTRY-ACCOUNTS
           IF ENTRY-VALID
               PERFORM RESOLVE-ENTRY-BRANCHES
           END-IF
           IF ENTRY-VALID
               MOVE LK-DEBIT-ACCOUNT TO WS-ENTRY-DEBIT
               IF WS-DEBIT-BRANCH = WS-CREDIT-BRANCH
                   MOVE LK-CREDIT-ACCOUNT TO WS-ENTRY-CREDIT
                   MOVE WS-DEBIT-BRANCH TO WS-ENTRY-BRANCH
                   PERFORM WRITE-GL-ENTRY
               ELSE
                   MOVE WS-GL-DUE-TO-ACCT TO WS-ENTRY-CREDIT
                   MOVE WS-DEBIT-BRANCH TO WS-ENTRY-BRANCH
                   PERFORM WRITE-GL-ENTRY
                   MOVE WS-GL-DUE-FROM-ACCT TO WS-ENTRY-DEBIT
                   MOVE LK-CREDIT-ACCOUNT TO WS-ENTRY-CREDIT
                   MOVE WS-CREDIT-BRANCH TO WS-ENTRY-BRANCH
                   PERFORM WRITE-GL-ENTRY
               END-IF
           END-IF.

       WRITE-GL-ENTRY.
           CALL "BUSDATE" USING WS-TIMESTAMP-DATE
           ACCEPT WS-TIMESTAMP-TIME FROM TIME
           MOVE WS-ENTRY-DEBIT TO GL-DEBIT-ACCOUNT
           MOVE WS-ENTRY-CREDIT TO GL-CREDIT-ACCOUNT
           MOVE LK-AMOUNT TO GL-AMOUNT
           MOVE LK-TRANS-TYPE TO GL-TRANS-TYPE
           MOVE WS-TIMESTAMP TO GL-TIMESTAMP
           MOVE LK-TRX-REF TO GL-TRX-REF
           MOVE WS-ENTRY-CURRENCY TO GL-CURRENCY
           MOVE WS-ORIG-BRANCH TO GL-ORIG-BRANCH
           MOVE WS-ENTRY-BRANCH TO GL-RESP-BRANCH
           OPEN EXTEND GL-TRANSACTION-FILE
           WRITE GL-TRANSACTION-RECORD
           CLOSE GL-TRANSACTION-FILE.

      *
      * Each leg's own branch first; a leg with none (a house,
      * income or expense account) takes the originating branch,
      * else the other leg's.  An entry with no originating branch
      * is taken to originate where its debit books.  A customer leg
      * whose branch cannot be looked up because CUSTMAST will not
      * open sends the entry to suspense rather than booking it at
      * some other branch.
      *
       RESOLVE-ENTRY-BRANCHES.
           MOVE SPACES TO WS-DEBIT-BRANCH
           MOVE SPACES TO WS-CREDIT-BRANCH
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE LK-DEBIT-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM FIND-ACCOUNT-BRANCH
               MOVE WS-LOOKUP-BRANCH TO WS-DEBIT-BRANCH
               MOVE LK-CREDIT-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM FIND-ACCOUNT-BRANCH
               MOVE WS-LOOKUP-BRANCH TO WS-CREDIT-BRANCH
               CLOSE CUSTOMER-MASTER-FILE
           ELSE
               PERFORM CHECK-CUSTOMER-LEGS
           END-IF
           IF ENTRY-VALID
               PERFORM DEFAULT-ENTRY-BRANCHES
           END-IF.

       CHECK-CUSTOMER-LEGS.
           MOVE LK-DEBIT-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM FIND-ACCOUNT-TYPE
           IF WS-CHECK-TYPE NOT = "C"
               MOVE LK-CREDIT-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM FIND-ACCOUNT-TYPE
           END-IF
           IF WS-CHECK-TYPE = "C"
               MOVE 94 TO WS-SUS-REASON-CODE
               MOVE "GL BRANCH UNRESOLVED - CUSTMAST NOT OPEN"
                   TO WS-SUS-REASON
               PERFORM DIVERT-ENTRY-TO-SUSPENSE
           END-IF.

       DEFAULT-ENTRY-BRANCHES.
           IF WS-DEBIT-BRANCH = SPACES
               IF WS-ORIG-BRANCH NOT = SPACES
                   MOVE WS-ORIG-BRANCH TO WS-DEBIT-BRANCH
               ELSE
                   MOVE WS-CREDIT-BRANCH TO WS-DEBIT-BRANCH
               END-IF
           END-IF
           IF WS-CREDIT-BRANCH = SPACES
               IF WS-ORIG-BRANCH NOT = SPACES
                   MOVE WS-ORIG-BRANCH TO WS-CREDIT-BRANCH
               ELSE
                   MOVE WS-DEBIT-BRANCH TO WS-CREDIT-BRANCH
               END-IF
           END-IF
           IF WS-DEBIT-BRANCH = SPACES
               MOVE WS-HEAD-OFFICE-BRANCH TO WS-DEBIT-BRANCH
               MOVE WS-HEAD-OFFICE-BRANCH TO WS-CREDIT-BRANCH
           END-IF
           IF WS-ORIG-BRANCH = SPACES
               MOVE WS-DEBIT-BRANCH TO WS-ORIG-BRANCH
           END-IF.

      *
      * Only customer accounts carry a branch of their own; house
      * accounts that also sit on CUSTMAST (fee income and the like)
      * follow the entry.  Without a chart every CUSTMAST hit counts.
      *
       FIND-ACCOUNT-BRANCH.
           MOVE SPACES TO WS-LOOKUP-BRANCH
           PERFORM FIND-ACCOUNT-TYPE
           IF WS-CHECK-TYPE = "C"
               MOVE WS-CHECK-ACCOUNT TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-BRANCH-CODE TO WS-LOOKUP-BRANCH
               END-READ
           END-IF.

       FIND-ACCOUNT-TYPE.
           MOVE "C" TO WS-CHECK-TYPE
           IF COA-LOADED
               MOVE SPACE TO WS-CHECK-TYPE
               PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-TABLE-COUNT
                       OR WS-CHECK-TYPE NOT = SPACE
                   IF WS-COA-ACCOUNT(WS-COA-IDX) = WS-CHECK-ACCOUNT
                       MOVE WS-COA-TYPE(WS-COA-IDX) TO WS-CHECK-TYPE
                   END-IF
               END-PERFORM
           END-IF.

       VALIDATE-ENTRY-ACCOUNTS.
           MOVE "Y" TO WS-ENTRY-VALID-SW
           PERFORM LOAD-COA-TABLE
           SET WS-COA-IDX TO WS-COA-TABLE-COUNT
           MOVE COA-ACCOUNT TO WS-COA-ACCOUNT(WS-COA-IDX)
           MOVE COA-STATUS TO WS-COA-STATUS(WS-COA-IDX)
           MOVE COA-TYPE TO WS-COA-TYPE(WS-COA-IDX)
           PERFORM READ-COA-MASTER.

      *
